      *          gross pay plus the employer-side benefit
      *          contributions CALCULATE-PAYROLL accumulates onto
      *          each record - replacing the "payroll plus a guess"
      *          the employer share used to be. Company housing
      *          the employees' rent does not cover is a cost of
      *          its own line. While PAYEXT-UTIL finds the PAYEXTR
      *          period extract current the records, their
      *          departments and the department names come from it.
      * Input: hr-cobol/data/payroll.dat
      *        hr-cobol/data/employees.dat (payroll-to-department)
      *        hr-cobol/data/extract/payext_<YYYYMM>.dat (when
      *        current)
      * Output: Console report (DISPLAY)
      * Parm: LABORRPT_PERIOD environment variable (YYYYMM,
      *       required)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT EXTRACT-FILE
               ASSIGN TO DYNAMIC WS-EXTRACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-FILE.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD          PIC X(1000).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD           PIC X(800).

       WORKING-STORAGE SECTION.

           COPY constants.
       01  WS-ENV-PERIOD            PIC X(10).
       01  WS-PERIOD                PIC 9(6) VALUE 0.

      * The period extract, read in place of the payroll file and
      * the employee map while PAYEXT-UTIL finds it current
       01  WS-EXT-FILE-STATUS       PIC XX.
           88  EXT-FILE-OK              VALUE '00'.
           88  EXT-FILE-EOF             VALUE '10'.
       01  WS-EXTRACT-PATH          PIC X(60).
       01  WS-PX-REC.
           COPY payext.
       01  WS-PX-OP                 PIC X(2).
       01  WS-PX-PAY-COUNT          PIC 9(7).
       01  WS-PX-LAST-CHANGE        PIC 9(14).
       01  WS-PX-RESULT             PIC X.
           88  PX-EXTRACT-CURRENT       VALUE 'C'.
       01  WS-PX-STATUS             PIC 9.
       01  WS-SOURCE-SW             PIC X VALUE 'P'.
           88  READING-PAYROLL-FILE     VALUE 'P'.
           88  READING-EXTRACT          VALUE 'X'.

      * Employee-to-department map
       78  MAX-MAP-EMPS             VALUE 5000.
       01  WS-MAP-COUNT             PIC 9(5) VALUE 0.
           05  WS-COST-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-COST-IDX.
               10  WS-COST-DEPT-ID      PIC 9(6).
               10  WS-COST-DEPT-NAME    PIC X(50).
               10  WS-COST-GROSS        PIC S9(13)V99.
               10  WS-COST-EMPLOYER     PIC S9(13)V99.
               10  WS-COST-HOUSING      PIC S9(13)V99.
       01  WS-LOOKUP-DEPT           PIC 9(6).
       01  WS-FOUND-SW              PIC X.
           88  COST-DEPT-FOUND          VALUE 'Y'.

           DISPLAY 'Labor cost for period ' WS-PERIOD

           MOVE 'C' TO WS-PX-OP
           CALL 'PAYEXT-UTIL' USING WS-PX-OP WS-PERIOD
                                    WS-EXTRACT-PATH WS-PX-PAY-COUNT
                                    WS-PX-LAST-CHANGE WS-PX-RESULT
                                    WS-PX-STATUS
           IF PX-EXTRACT-CURRENT
               OPEN INPUT EXTRACT-FILE
               IF EXT-FILE-OK
                   SET READING-EXTRACT TO TRUE
                   DISPLAY 'Reading period extract ' WS-EXTRACT-PATH
               END-IF
           END-IF

           IF READING-EXTRACT
               PERFORM ACCUMULATE-EXTRACT-COSTS
           ELSE
               PERFORM LOAD-EMPLOYEE-MAP
               PERFORM ACCUMULATE-COSTS
           END-IF

           PERFORM PRINT-ONE-DEPT-COST
               VARYING WS-COST-IDX FROM 1 BY 1
           CLOSE PAYROLL-FILE
           .

      * ACCUMULATE-EXTRACT-COSTS: The same qualifying records off
      * the current extract, each already carrying its department.
       ACCUMULATE-EXTRACT-COSTS.
           PERFORM UNTIL EXT-FILE-EOF
               READ EXTRACT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE EXTRACT-RECORD TO WS-PX-REC
                       MOVE PX-PAYROLL TO WS-PAY-REC
                       IF PX-DETAIL
                               AND (PAY-APPROVED OF WS-PAY-REC
                                   OR PAY-PAID OF WS-PAY-REC
                                   OR PAY-CLOSED OF WS-PAY-REC)
                           PERFORM FOLD-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EXTRACT-FILE
           .

       FOLD-ONE-RECORD.
           MOVE EMP-ID OF WS-PAY-REC TO WS-LOOKUP-EMP
           MOVE 0 TO WS-LOOKUP-DEPT
           IF READING-EXTRACT
               MOVE PX-DEPT-ID TO WS-LOOKUP-DEPT
           ELSE
               SET WS-MAP-IDX TO 1
               SEARCH WS-MAP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-MAP-EMP-ID(WS-MAP-IDX) = WS-LOOKUP-EMP
                       MOVE WS-MAP-DEPT-ID(WS-MAP-IDX)
                           TO WS-LOOKUP-DEPT
               END-SEARCH
           END-IF

           PERFORM FIND-OR-ADD-COST-DEPT
           IF COST-DEPT-FOUND
                   TO WS-COST-GROSS(WS-COST-IDX)
               ADD EMPLOYER-COST OF WS-PAY-REC
                   TO WS-COST-EMPLOYER(WS-COST-IDX)
               IF HOUSING-COST OF WS-PAY-REC IS NUMERIC
                   ADD HOUSING-COST OF WS-PAY-REC
                       TO WS-COST-HOUSING(WS-COST-IDX)
               END-IF
           END-IF
           .

                       INITIALIZE WS-COST-ENTRY(WS-COST-IDX)
                       MOVE WS-LOOKUP-DEPT
                           TO WS-COST-DEPT-ID(WS-COST-IDX)
                       IF READING-EXTRACT
                           MOVE PX-DEPT-NAME
                               TO WS-COST-DEPT-NAME(WS-COST-IDX)
                       END-IF
                       SET COST-DEPT-FOUND TO TRUE
                   END-IF
               WHEN WS-COST-DEPT-ID(WS-COST-IDX) = WS-LOOKUP-DEPT
           COMPUTE WS-TOTAL-COST =
               WS-COST-GROSS(WS-COST-IDX)
               + WS-COST-EMPLOYER(WS-COST-IDX)
               + WS-COST-HOUSING(WS-COST-IDX)

           DISPLAY ' '
           DISPLAY 'Dept ' WS-COST-DEPT-ID(WS-COST-IDX) ' '
               WS-COST-DEPT-NAME(WS-COST-IDX)
           MOVE WS-COST-GROSS(WS-COST-IDX) TO WS-DISPLAY-AMT
           DISPLAY '  Gross pay:               ' WS-DISPLAY-AMT
           MOVE WS-COST-EMPLOYER(WS-COST-IDX) TO WS-DISPLAY-AMT
           DISPLAY '  Employer contributions:  ' WS-DISPLAY-AMT
           MOVE WS-COST-HOUSING(WS-COST-IDX) TO WS-DISPLAY-AMT
           DISPLAY '  Company housing:         ' WS-DISPLAY-AMT
           MOVE WS-TOTAL-COST TO WS-DISPLAY-AMT
           DISPLAY '  Total labor cost:        ' WS-DISPLAY-AMT
           .
