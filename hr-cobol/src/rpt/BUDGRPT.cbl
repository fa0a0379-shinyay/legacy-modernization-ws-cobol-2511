      *          payroll cost for a fiscal year) to the live
      *          CURRENT-COUNT and a pay period's approved/paid
      *          payroll totals, flagging departments over headcount
      *          or over cost budget. Staff on a secondment
      *          (shukko) running today are on CURRENT-COUNT but
      *          working for the host, so the headcount actual
      *          leaves them out and shows them as seconded out.
      * Input: hr-cobol/data/budgets.dat (written by IMPBUDG)
      *        hr-cobol/data/departments.dat
      *        hr-cobol/data/payroll.dat
      *        hr-cobol/data/employees.dat (payroll-to-department)
      *        hr-cobol/data/secondment.dat
      * Output: Console report (DISPLAY)
      * Parm: BUDGRPT_YEAR environment variable (fiscal year,
      *       required)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT SCND-FILE
               ASSIGN TO 'hr-cobol/data/secondment.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD         PIC X(1000).

       FD  SCND-FILE.
       01  SCND-RECORD             PIC X(200).

       WORKING-STORAGE SECTION.

           COPY constants.
       01  WS-EMP-FILE-STATUS      PIC XX.
           88  EMP-FILE-OK             VALUE '00'.
           88  EMP-FILE-EOF            VALUE '10'.
       01  WS-SCD-FILE-STATUS      PIC XX.
           88  SCD-FILE-OK             VALUE '00'.
           88  SCD-FILE-EOF            VALUE '10'.

       01  WS-DEPT-REC.
           COPY department REPLACING ==05== BY ==10==.
           COPY payroll REPLACING ==05== BY ==10==.
       01  WS-EMP-REC.
           COPY employee REPLACING ==05== BY ==10==.
       01  WS-SCD-REC.
           COPY secondment REPLACING ==05== BY ==10==.
       01  WS-TODAY                PIC 9(8).

       01  WS-ENV-YEAR             PIC X(10).
       01  WS-FISCAL-YEAR          PIC 9(4) VALUE 0.
               10  WS-BUD-HEADS         PIC 9(5).
               10  WS-BUD-AMOUNT        PIC 9(11)V99.
               10  WS-ACT-HEADS         PIC 9(5).
               10  WS-ACT-SECONDED      PIC 9(5).
               10  WS-ACT-COST          PIC S9(13)V99.
       01  WS-LOOKUP-DEPT          PIC 9(6).
       01  WS-FOUND-SW             PIC X.
                   INDEXED BY WS-MAP-IDX.
               10  WS-MAP-EMP-ID        PIC 9(9).
               10  WS-MAP-DEPT-ID       PIC 9(6).
               10  WS-MAP-ACTIVE-SW     PIC X.
                   88  MAP-EMP-ACTIVE       VALUE 'Y'.
       01  WS-LOOKUP-EMP           PIC 9(9).

       01  WS-OVER-COUNT           PIC 9(3) VALUE 0.

           PERFORM LOAD-HEADCOUNT-ACTUALS
           PERFORM LOAD-EMPLOYEE-MAP
           PERFORM DEDUCT-SECONDED-STAFF
           PERFORM LOAD-COST-ACTUALS

           PERFORM PRINT-ONE-BUDGET-LINE
                               TO WS-MAP-EMP-ID(WS-MAP-IDX)
                           MOVE DEPT-ID OF WS-EMP-REC
                               TO WS-MAP-DEPT-ID(WS-MAP-IDX)
                           IF ACTIVE OF WS-EMP-REC
                               MOVE 'Y' TO WS-MAP-ACTIVE-SW(WS-MAP-IDX)
                           ELSE
                               MOVE 'N' TO WS-MAP-ACTIVE-SW(WS-MAP-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           .

      * DEDUCT-SECONDED-STAFF: Each active employee on a secondment
      * running today comes off their home department's headcount
      * actual and onto its seconded-out count.
       DEDUCT-SECONDED-STAFF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           OPEN INPUT SCND-FILE
           IF NOT SCD-FILE-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL SCD-FILE-EOF
               READ SCND-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SCND-RECORD TO WS-SCD-REC
                       IF START-DATE OF WS-SCD-REC <= WS-TODAY
                               AND END-DATE OF WS-SCD-REC >= WS-TODAY
                           PERFORM DEDUCT-ONE-SECONDED
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SCND-FILE
           .

       DEDUCT-ONE-SECONDED.
           MOVE EMP-ID OF WS-SCD-REC TO WS-LOOKUP-EMP
           SET WS-MAP-IDX TO 1
           SEARCH WS-MAP-ENTRY
               AT END
                   EXIT PARAGRAPH
               WHEN WS-MAP-EMP-ID(WS-MAP-IDX) = WS-LOOKUP-EMP
                   CONTINUE
           END-SEARCH
           IF NOT MAP-EMP-ACTIVE(WS-MAP-IDX)
               EXIT PARAGRAPH
           END-IF

           MOVE WS-MAP-DEPT-ID(WS-MAP-IDX) TO WS-LOOKUP-DEPT
           PERFORM FIND-BUD-DEPT
           IF BUD-DEPT-FOUND
               ADD 1 TO WS-ACT-SECONDED(WS-BUD-IDX)
               IF WS-ACT-HEADS(WS-BUD-IDX) > 0
                   SUBTRACT 1 FROM WS-ACT-HEADS(WS-BUD-IDX)
               END-IF
           END-IF
           .

       LOAD-COST-ACTUALS.
           OPEN INPUT PAYROLL-FILE
           IF NOT PAY-FILE-OK
           DISPLAY 'Dept ' WS-BUD-DEPT(WS-BUD-IDX)
           DISPLAY '  Headcount: budget ' WS-BUD-HEADS(WS-BUD-IDX)
               '  actual ' WS-ACT-HEADS(WS-BUD-IDX)
           IF WS-ACT-SECONDED(WS-BUD-IDX) > 0
               DISPLAY '             seconded out '
                   WS-ACT-SECONDED(WS-BUD-IDX) ' (not in actual)'
           END-IF
           MOVE WS-BUD-AMOUNT(WS-BUD-IDX) TO WS-DISPLAY-BUD
           MOVE WS-ACT-COST(WS-BUD-IDX) TO WS-DISPLAY-AMT
           DISPLAY '  Cost:      budget ' WS-DISPLAY-BUD
