      * ATTREG - Monthly Attendance Register by Department
      * Purpose: The printable attendance sheet supervisors used to
      *          sign on paper: for a period and department, one line
      *          per employee per worked day (per project line, when
      *          the day was split across projects) with regular and
      *          overtime hours, then per-employee totals - scheduled
      *          business days against days actually worked, and the
      *          leave days taken this grant year from the leave
               10  WS-CT-DATE      PIC 9(8).
               10  WS-CT-REG       PIC 9(2)V99.
               10  WS-CT-OT        PIC 9(2)V99.
               10  WS-CT-PROJECT   PIC X(8).

      * Per-employee and department accumulators
       01  WS-EMP-DAYS             PIC 9(3).
       01  WS-DEPT-REG-HRS         PIC 9(7)V99.
       01  WS-DEPT-OT-HRS          PIC 9(7)V99.
       01  WS-LAST-DEPT            PIC 9(6) VALUE 999999.
      * A day split across project lines is one day worked
       01  WS-LAST-CARD-DATE       PIC 9(8).

       01  WS-EMP-ID-DISPLAY       PIC 9(9).
       01  WS-HRS-DISPLAY          PIC ZZ9.99.
                               TO WS-CT-REG(WS-CARD-COUNT)
                           MOVE OVERTIME-HOURS OF WS-TC-REC
                               TO WS-CT-OT(WS-CARD-COUNT)
                           MOVE PROJECT-CODE OF WS-TC-REC
                               TO WS-CT-PROJECT(WS-CARD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           MOVE 0 TO WS-EMP-DAYS
           MOVE 0 TO WS-EMP-REG-HRS
           MOVE 0 TO WS-EMP-OT-HRS
           MOVE 0 TO WS-LAST-CARD-DATE
           PERFORM PRINT-EMPLOYEE-DAYS
               VARYING WS-CARD-IDX FROM 1 BY 1
               UNTIL WS-CARD-IDX > WS-CARD-COUNT
               EXIT PARAGRAPH
           END-IF

           IF WS-CT-DATE(WS-CARD-IDX) NOT = WS-LAST-CARD-DATE
               ADD 1 TO WS-EMP-DAYS
               MOVE WS-CT-DATE(WS-CARD-IDX) TO WS-LAST-CARD-DATE
           END-IF
           ADD WS-CT-REG(WS-CARD-IDX) TO WS-EMP-REG-HRS
           ADD WS-CT-OT(WS-CARD-IDX) TO WS-EMP-OT-HRS

           STRING '  ' WS-CT-DATE(WS-CARD-IDX)
                  '  REG ' WS-HRS-DISPLAY
                  '  OT ' WS-HRS-DISPLAY-2
                  '  ' WS-CT-PROJECT(WS-CARD-IDX)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .
