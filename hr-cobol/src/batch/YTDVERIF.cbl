      *          the difference, and with YTDVERIF_APPLY=Y rewrites
      *          the year's accumulators from the recomputation -
      *          each correction audit-logged with its before and
      *          after. A year split by an intercompany transfer
      *          is checked bucket by bucket: the prior company's
      *          totals against its payrolls, the current totals
      *          against every other company's.
      * Input: hr-cobol/data/payroll.dat
      *        hr-cobol/data/ytd.dat
      * Output: hr-cobol/data/reports/YTDVERIF_<generation>.rpt
       01  WS-PAY-YEAR             PIC 9(4).
       01  WS-PAY-REM              PIC 9(2).

      * Recomputed accumulators per employee and paying company for
      * the year
       78  MAX-YTD-EMPS            VALUE 5000.
       01  WS-RC-COUNT             PIC 9(5) VALUE 0.
       01  WS-RC-TABLE.
           05  WS-RC-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-RC-IDX.
               10  WS-RC-EMP-ID    PIC 9(9).
               10  WS-RC-COMPANY   PIC X(2).
               10  WS-RC-GROSS     PIC S9(13)V99.
               10  WS-RC-DEDUCT    PIC S9(13)V99.
               10  WS-RC-NET       PIC S9(13)V99.
      *        employees with payroll but no YTD row surface too
               10  WS-RC-SEEN      PIC X.
       01  WS-LOOKUP-EMP           PIC 9(9).
       01  WS-LOOKUP-COMPANY       PIC X(2).
       01  WS-RC-SCAN              PIC 9(5).

      * What one YTD row should hold, summed over the employee's
      * companies - the split-off company's payrolls in the prior
      * bucket, all others in the current one
       01  WS-SUM-PRIOR-COMPANY    PIC X(2).
       01  WS-EXP-GROSS            PIC S9(13)V99.
       01  WS-EXP-DEDUCT           PIC S9(13)V99.
       01  WS-EXP-NET              PIC S9(13)V99.
       01  WS-EXP-PERIODS          PIC 9(3).
       01  WS-EXP-PRIOR-GROSS      PIC S9(13)V99.
       01  WS-EXP-PRIOR-DEDUCT     PIC S9(13)V99.
       01  WS-EXP-PRIOR-NET        PIC S9(13)V99.
       01  WS-EXP-PRIOR-PERIODS    PIC 9(3).
       01  WS-FOUND-SW             PIC X.
           88  RC-EMP-FOUND            VALUE 'Y'.
           88  RC-EMP-NOT-FOUND        VALUE 'N'.

       FOLD-ONE-PAYROLL.
           MOVE EMP-ID OF WS-PAY-REC TO WS-LOOKUP-EMP
           MOVE COMPANY-CODE OF WS-PAY-REC TO WS-LOOKUP-COMPANY
           IF WS-LOOKUP-COMPANY = SPACES
               MOVE '01' TO WS-LOOKUP-COMPANY
           END-IF
           PERFORM FIND-OR-ADD-RC-EMP
           IF RC-EMP-NOT-FOUND
               EXIT PARAGRAPH
                       INITIALIZE WS-RC-ENTRY(WS-RC-IDX)
                       MOVE WS-LOOKUP-EMP
                           TO WS-RC-EMP-ID(WS-RC-IDX)
                       MOVE WS-LOOKUP-COMPANY
                           TO WS-RC-COMPANY(WS-RC-IDX)
                       MOVE 'N' TO WS-RC-SEEN(WS-RC-IDX)
                       SET RC-EMP-FOUND TO TRUE
                   END-IF
               WHEN WS-RC-EMP-ID(WS-RC-IDX) = WS-LOOKUP-EMP
                   AND WS-RC-COMPANY(WS-RC-IDX) = WS-LOOKUP-COMPANY
                   SET RC-EMP-FOUND TO TRUE
           END-SEARCH
           .

      * SUM-EMP-BUCKETS: The employee's recomputed entries folded
      * into the two buckets of a YTD row, each marked as compared.
      * With no prior company everything lands in the current one.
       SUM-EMP-BUCKETS.
           MOVE 0 TO WS-EXP-GROSS
           MOVE 0 TO WS-EXP-DEDUCT
           MOVE 0 TO WS-EXP-NET
           MOVE 0 TO WS-EXP-PERIODS
           MOVE 0 TO WS-EXP-PRIOR-GROSS
           MOVE 0 TO WS-EXP-PRIOR-DEDUCT
           MOVE 0 TO WS-EXP-PRIOR-NET
           MOVE 0 TO WS-EXP-PRIOR-PERIODS
           SET RC-EMP-NOT-FOUND TO TRUE
           PERFORM SUM-ONE-RC-ENTRY
               VARYING WS-RC-SCAN FROM 1 BY 1
               UNTIL WS-RC-SCAN > WS-RC-COUNT
           .

       SUM-ONE-RC-ENTRY.
           IF WS-RC-EMP-ID(WS-RC-SCAN) NOT = WS-LOOKUP-EMP
               EXIT PARAGRAPH
           END-IF

           SET RC-EMP-FOUND TO TRUE
           MOVE 'Y' TO WS-RC-SEEN(WS-RC-SCAN)
           IF WS-SUM-PRIOR-COMPANY NOT = SPACES
                   AND WS-RC-COMPANY(WS-RC-SCAN) = WS-SUM-PRIOR-COMPANY
               ADD WS-RC-GROSS(WS-RC-SCAN) TO WS-EXP-PRIOR-GROSS
               ADD WS-RC-DEDUCT(WS-RC-SCAN) TO WS-EXP-PRIOR-DEDUCT
               ADD WS-RC-NET(WS-RC-SCAN) TO WS-EXP-PRIOR-NET
               ADD WS-RC-PERIODS(WS-RC-SCAN) TO WS-EXP-PRIOR-PERIODS
           ELSE
               ADD WS-RC-GROSS(WS-RC-SCAN) TO WS-EXP-GROSS
               ADD WS-RC-DEDUCT(WS-RC-SCAN) TO WS-EXP-DEDUCT
               ADD WS-RC-NET(WS-RC-SCAN) TO WS-EXP-NET
               ADD WS-RC-PERIODS(WS-RC-SCAN) TO WS-EXP-PERIODS
           END-IF
           .

       LOAD-YTD-ROWS.
           MOVE 0 TO WS-YTD-COUNT

               EXIT PARAGRAPH
           END-IF

      *    Rows from before the split fields carry spaces there
           IF PRIOR-COMPANY-CODE OF WS-YTD-REC = SPACES
               MOVE 0 TO PRIOR-GROSS OF WS-YTD-REC
               MOVE 0 TO PRIOR-DEDUCTIONS OF WS-YTD-REC
               MOVE 0 TO PRIOR-NET OF WS-YTD-REC
               MOVE 0 TO PRIOR-PERIODS OF WS-YTD-REC
               MOVE 0 TO SPLIT-DATE OF WS-YTD-REC
           END-IF

           MOVE EMP-ID OF WS-YTD-REC TO WS-LOOKUP-EMP
           MOVE PRIOR-COMPANY-CODE OF WS-YTD-REC
               TO WS-SUM-PRIOR-COMPANY
           PERFORM SUM-EMP-BUCKETS

      *    A YTD row with nothing behind it is pure drift; the sums
      *    are then zero, so the same comparison catches it
           SET ROW-IS-CLEAN TO TRUE
           IF YTD-GROSS OF WS-YTD-REC NOT = WS-EXP-GROSS
                   OR YTD-DEDUCTIONS OF WS-YTD-REC NOT = WS-EXP-DEDUCT
                   OR YTD-NET OF WS-YTD-REC NOT = WS-EXP-NET
                   OR PERIODS-PAID OF WS-YTD-REC NOT = WS-EXP-PERIODS
                   OR PRIOR-GROSS OF WS-YTD-REC
                       NOT = WS-EXP-PRIOR-GROSS
                   OR PRIOR-DEDUCTIONS OF WS-YTD-REC
                       NOT = WS-EXP-PRIOR-DEDUCT
                   OR PRIOR-NET OF WS-YTD-REC NOT = WS-EXP-PRIOR-NET
                   OR PRIOR-PERIODS OF WS-YTD-REC
                       NOT = WS-EXP-PRIOR-PERIODS
               SET ROW-HAS-DRIFT TO TRUE
           END-IF

           IF ROW-IS-CLEAN

           ADD 1 TO WS-DRIFT-COUNT
           MOVE EMP-ID OF WS-YTD-REC TO WS-EMP-ID-DISPLAY
           COMPUTE WS-DIFF-AMOUNT =
               YTD-GROSS OF WS-YTD-REC - WS-EXP-GROSS
           MOVE WS-DIFF-AMOUNT TO WS-DIFF-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING '*** EMP ' WS-EMP-ID-DISPLAY
                  ' GROSS DRIFT ' WS-DIFF-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           IF PRIOR-COMPANY-CODE OF WS-YTD-REC NOT = SPACES
               COMPUTE WS-DIFF-AMOUNT =
                   PRIOR-GROSS OF WS-YTD-REC - WS-EXP-PRIOR-GROSS
               MOVE WS-DIFF-AMOUNT TO WS-DIFF-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING '    PRIOR COMPANY '
                      PRIOR-COMPANY-CODE OF WS-YTD-REC
                      ' GROSS DRIFT ' WS-DIFF-DISPLAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-IF

           IF APPLY-REBUILD
               PERFORM CORRECT-ONE-ROW
           MOVE WS-YTD-ROW(WS-ROW-IDX)
               TO BEFORE-VALUE OF WS-AUDIT-REC

           MOVE WS-EXP-GROSS TO YTD-GROSS OF WS-YTD-REC
           MOVE WS-EXP-DEDUCT TO YTD-DEDUCTIONS OF WS-YTD-REC
           MOVE WS-EXP-NET TO YTD-NET OF WS-YTD-REC
           MOVE WS-EXP-PERIODS TO PERIODS-PAID OF WS-YTD-REC
           MOVE WS-EXP-PRIOR-GROSS TO PRIOR-GROSS OF WS-YTD-REC
           MOVE WS-EXP-PRIOR-DEDUCT TO PRIOR-DEDUCTIONS OF WS-YTD-REC
           MOVE WS-EXP-PRIOR-NET TO PRIOR-NET OF WS-YTD-REC
           MOVE WS-EXP-PRIOR-PERIODS TO PRIOR-PERIODS OF WS-YTD-REC
           ADD 1 TO REC-VERSION OF WS-YTD-REC
           MOVE 'YTDVERIF' TO MODIFIED-BY OF WS-YTD-REC
           MOVE WS-YTD-REC TO WS-YTD-ROW(WS-ROW-IDX)

      * REPORT-MISSING-ROW: An employee whose payroll counts toward
      * the year but who has no accumulator row at all - the other
      * direction of drift. The rebuild writes the row fresh, with
      * every company's payrolls in the current bucket.
       REPORT-MISSING-ROW.
           IF WS-RC-SEEN(WS-RC-IDX) = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RC-EMP-ID(WS-RC-IDX) TO WS-LOOKUP-EMP
           MOVE SPACES TO WS-SUM-PRIOR-COMPANY
           PERFORM SUM-EMP-BUCKETS

           ADD 1 TO WS-DRIFT-COUNT
           MOVE WS-RC-EMP-ID(WS-RC-IDX) TO WS-EMP-ID-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
               MOVE WS-RC-EMP-ID(WS-RC-IDX)
                   TO EMP-ID OF WS-YTD-REC
               MOVE WS-YEAR TO YTD-YEAR OF WS-YTD-REC
               MOVE WS-EXP-GROSS TO YTD-GROSS OF WS-YTD-REC
               MOVE WS-EXP-DEDUCT TO YTD-DEDUCTIONS OF WS-YTD-REC
               MOVE WS-EXP-NET TO YTD-NET OF WS-YTD-REC
               MOVE WS-EXP-PERIODS TO PERIODS-PAID OF WS-YTD-REC
               MOVE 'YTDVERIF' TO MODIFIED-BY OF WS-YTD-REC
               ADD 1 TO WS-YTD-COUNT
               MOVE WS-YTD-REC TO WS-YTD-ROW(WS-YTD-COUNT)
