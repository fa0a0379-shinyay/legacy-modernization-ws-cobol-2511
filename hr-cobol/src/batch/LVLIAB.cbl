       IDENTIFICATION DIVISION.
       PROGRAM-ID. LVLIAB.
      ******************************************************************
      * LVLIAB - Accrued Paid-Leave Liability Valuation
      * Purpose: Values the paid leave the company owes as of a
      *          chosen date, for the month-end and year-end books.
      *          Each employee's unexpired days - the current grant
      *          still to be taken, plus carryover not yet forfeited
      *          - are priced at the employee's daily wage from the
      *          comp master (the monthly base over the month's
      *          scheduled days, or the hourly rate times the
      *          schedule's daily hours) and loaded for the employer
      *          social insurance share. Totals print by company and
      *          department with the movement since the prior
      *          valuation, and the liability goes to the GL as an
      *          accrual with its next-month reversal, in the EXPGL
      *          posting layout. Both accounts come from the GL
      *          account mapping master (GLMAP-SVC), by company and
      *          department; one that cannot be resolved writes no
      *          GL file.
      * Input: hr-cobol/data/leavebal.dat (via LEAVE-SVC)
      *        hr-cobol/data/employees.dat (via EMP-SVC)
      *        hr-cobol/data/comp.dat (via COMP-SVC)
      *        hr-cobol/data/lvliab_hist.dat (prior valuations)
      *        hr-cobol/data/glmap.dat (via GLMAP-SVC)
      * Output: hr-cobol/data/reports/LVLIAB_<generation>.rpt
      *         (via RPT-PRINT)
      *         hr-cobol/data/export/lvliab_acr.dat - accrual
      *         hr-cobol/data/export/lvliab_rev.dat - reversal,
      *          stamped with the next period
      *          Detail  1-1  '1'
      *                  2-2  D/C indicator
      *                  3-6  account code (the paid-leave expense
      *                       mapping by department, the accrued
      *                       paid-leave liability mapping at company
      *                       level)
      *                  7-12 DEPT-ID (zero on the liability credit)
      *                 13-18 period (YYYYMM of the valuation date)
      *                 19-31 amount (13 digits, 2 implied decimals)
      *                 32-35 the entity's GL prefix
      *          Trailer 1-1  '9'
      *                  2-14 debit total
      *                 15-27 credit total
      *                 28-33 line count
      *         hr-cobol/data/lvliab_hist.dat - this valuation's
      *          company/department totals appended, the next run's
      *          prior valuation
      * Parm: LVLIAB_ASOF environment variable (YYYYMMDD, default
      *       today)
      *       LVLIAB_SI_LOADING environment variable (employer social
      *       insurance loading percent, NN or NN.NN, default 15.00)
      *       RUNCTL_OVERRIDE=Y re-values a date already valued
      * Run control: registers under the valuation date; a run that
      *       writes no GL files closes out failed
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE
               ASSIGN TO 'hr-cobol/data/lvliab_hist.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT ACCRUAL-FILE
               ASSIGN TO 'hr-cobol/data/export/lvliab_acr.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACR-FILE-STATUS.

           SELECT REVERSAL-FILE
               ASSIGN TO 'hr-cobol/data/export/lvliab_rev.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One line per company and department per valuation
       FD  HISTORY-FILE.
       01  HISTORY-RECORD           PIC X(60).
       01  HISTORY-LINE REDEFINES HISTORY-RECORD.
           05  LVH-VAL-DATE         PIC 9(8).
           05  LVH-RUN-TS           PIC 9(14).
           05  LVH-COMPANY          PIC X(2).
           05  LVH-DEPT-ID          PIC 9(6).
           05  LVH-DAYS             PIC 9(7)V9.
           05  LVH-AMOUNT           PIC 9(11)V99.
           05  FILLER               PIC X(9).

      * The accrual and reversal files share EXPGL's posting layout -
      * the reversal is the same lines with the D/C flipped and the
      * next period stamped
       FD  ACCRUAL-FILE.
       01  ACCRUAL-RECORD           PIC X(40).
       01  ACCRUAL-DETAIL REDEFINES ACCRUAL-RECORD.
           05  ACR-REC-TYPE         PIC X.
           05  ACR-DC-IND           PIC X.
           05  ACR-ACCOUNT          PIC X(4).
           05  ACR-DEPT-ID          PIC 9(6).
           05  ACR-PERIOD           PIC 9(6).
           05  ACR-AMOUNT           PIC 9(11)V99.
           05  ACR-CO-PREFIX        PIC X(4).
           05  FILLER               PIC X(5).
       01  ACCRUAL-TRAILER REDEFINES ACCRUAL-RECORD.
           05  ACR-TRL-TYPE         PIC X.
           05  ACR-TRL-DEBITS       PIC 9(11)V99.
           05  ACR-TRL-CREDITS      PIC 9(11)V99.
           05  ACR-TRL-LINES        PIC 9(6).
           05  FILLER               PIC X(7).

       FD  REVERSAL-FILE.
       01  REVERSAL-RECORD          PIC X(40).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME          PIC X(10) VALUE 'LVLIAB'.
       01  WS-VERSION               PIC X(10) VALUE '1.0.0'.

      * Scheduled daily hours when the employee has no active
      * schedule pattern
       78  SCHEDULED-DAILY-HOURS    VALUE 8.

       01  WS-HIST-FILE-STATUS      PIC XX.
           88  HIST-FILE-OK             VALUE '00'.
           88  HIST-FILE-EOF            VALUE '10'.
           88  HIST-FILE-NOT-FOUND      VALUE '35'.
       01  WS-ACR-FILE-STATUS       PIC XX.
       01  WS-REV-FILE-STATUS       PIC XX.

       01  WS-ENV-ASOF              PIC X(10).
       01  WS-ASOF                  PIC 9(8) VALUE 0.
       01  WS-ASOF-PERIOD           PIC 9(6).
       01  WS-NEXT-PERIOD           PIC 9(6).
       01  WS-MONTH-YY              PIC 9(4).
       01  WS-MONTH-MM              PIC 9(2).
       01  WS-MONTH-QUOT            PIC 9(4).
       01  WS-MONTH-REM             PIC 9(4).
       01  WS-DAYS-IN-MONTH         PIC 9(2).
       01  WS-WALK-DAY              PIC 9(2).
       01  WS-WALK-DATE             PIC 9(8).
       01  WS-TODAY                 PIC 9(8).
       01  WS-NOW-TIME              PIC 9(8).
       01  WS-VAL-TS                PIC 9(14).

      * Employer social insurance loading, percent
       01  WS-ENV-SI-LOADING        PIC X(10).
       01  WS-SI-LOADING-PCT        PIC 9(2)V99 VALUE 15.00.
       01  WS-SI-LOADING-WHOLE      PIC 9(2).
       01  WS-SI-LOADING-FRAC       PIC 9(2).

      * Working storage for LEAVE-SVC calls - the balance scan runs
      * in employee/grant-year order, so one employee's grants arrive
      * together and the latest live grant is held until the next
      * employee appears
           COPY leave-req.
           COPY leave-res.
       01  WS-CURSOR-EMP            PIC 9(9) VALUE 0.
       01  WS-CURSOR-YEAR           PIC 9(4) VALUE 0.
       01  WS-SCAN-SW               PIC X.
           88  MORE-BALANCES            VALUE 'Y'.
           88  NO-MORE-BALANCES         VALUE 'N'.
       01  WS-HELD-EMP-ID           PIC 9(9) VALUE 0.
       01  WS-HELD-SW               PIC X VALUE 'N'.
           88  GRANT-HELD               VALUE 'Y'.
           88  NO-GRANT-HELD            VALUE 'N'.
       01  WS-HELD-GRANT-DATE       PIC 9(8).
       01  WS-HELD-GRANTED          PIC 9(2)V9.
       01  WS-HELD-CARRYOVER        PIC 9(2)V9.
       01  WS-HELD-TAKEN            PIC 9(3)V9.
       01  WS-CARRY-LIVE-UNTIL      PIC 9(8).
       01  WS-CARRY-LEFT            PIC S9(3)V9.
       01  WS-GRANT-LEFT            PIC S9(3)V9.
       01  WS-TAKEN-BEYOND-CARRY    PIC S9(3)V9.
       01  WS-LEAVE-DAYS            PIC S9(3)V9.

      * Working storage for EMP-SVC and COMP-SVC calls
           COPY emp-req.
           COPY emp-res.
           COPY comp-req.
           COPY comp-res.
       01  WS-EMP-COMPANY           PIC X(2).
       01  WS-EMP-DEPT-ID           PIC 9(6).
       01  WS-DAILY-WAGE            PIC 9(9)V99.
       01  WS-LEAVE-VALUE           PIC 9(11)V99.

      * Working storage for SCHED-SVC and DATE-UTIL calls - the
      * month's scheduled days per pattern are counted once and kept,
      * as are the calendar business days for staff without one
           COPY sched-req.
           COPY sched-res.
       01  WS-DATE-OPERATION        PIC X(2).
       01  WS-DATE-UTIL-D1          PIC 9(8).
       01  WS-DATE-UTIL-D2          PIC 9(8).
       01  WS-DATE-UTIL-RESULT      PIC S9(9).
       01  WS-DATE-UTIL-STATUS      PIC 9.
       01  WS-SCHED-DAYS            PIC 9(2).
       01  WS-DAILY-HOURS           PIC 9(2)V99.
       01  WS-CAL-DAYS              PIC 9(2) VALUE 0.
       01  WS-CAL-SW                PIC X VALUE 'N'.
           88  CAL-DAYS-COUNTED         VALUE 'Y'.
       78  MAX-PATTERNS             VALUE 50.
       01  WS-PAT-COUNT             PIC 9(3) VALUE 0.
       01  WS-PAT-TABLE.
           05  WS-PAT-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-PAT-IDX.
               10  WS-PAT-CODE          PIC X(4).
               10  WS-PAT-DAYS          PIC 9(2).
               10  WS-PAT-HOURS         PIC 9(2)V99.
       01  WS-PAT-FOUND-SW          PIC X.
           88  PATTERN-CACHED           VALUE 'Y'.
           88  PATTERN-NOT-CACHED       VALUE 'N'.

      * Company/department accumulators - this valuation and the
      * prior one side by side
       78  MAX-LIAB-DEPTS           VALUE 500.
       01  WS-DEPT-COUNT            PIC 9(3) VALUE 0.
       01  WS-DEPT-TABLE.
           05  WS-LB-DEPT-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-LB-IDX.
               10  WS-LB-COMPANY        PIC X(2).
               10  WS-LB-DEPT-ID        PIC 9(6).
               10  WS-LB-DAYS           PIC S9(7)V9.
               10  WS-LB-AMOUNT         PIC S9(13)V99.
               10  WS-LB-PRIOR          PIC S9(13)V99.
               10  WS-LB-ACCOUNT        PIC X(4).
       01  WS-LB-FOUND-SW           PIC X.
           88  LB-DEPT-FOUND            VALUE 'Y'.
           88  LB-DEPT-NOT-FOUND        VALUE 'N'.
       01  WS-WORK-COMPANY          PIC X(2).
       01  WS-WORK-DEPT-ID          PIC 9(6).

       78  MAX-LIAB-COMPANIES       VALUE 20.
       01  WS-CO-COUNT              PIC 9(2) VALUE 0.
       01  WS-CO-TABLE.
           05  WS-LB-CO-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-CO-IDX.
               10  WS-LB-CO-CODE        PIC X(2).
               10  WS-LB-CO-PREFIX      PIC X(4).
               10  WS-LB-CO-DAYS        PIC S9(7)V9.
               10  WS-LB-CO-AMOUNT      PIC S9(13)V99.
               10  WS-LB-CO-PRIOR       PIC S9(13)V99.
               10  WS-LB-CO-ACCOUNT     PIC X(4).
       01  WS-CO-FOUND-SW           PIC X.
           88  LB-CO-FOUND              VALUE 'Y'.
           88  LB-CO-NOT-FOUND          VALUE 'N'.

           COPY co-req.
           COPY co-res.

      * Working storage for GLMAP-SVC calls - the paid-leave expense
      * (reserved row 8) and liability (row 9) accounts, mapped as a
      * regular run's
           COPY glmap-req.
           COPY glmap-res.
       01  WS-UNMAPPED-COUNT        PIC 9(5) VALUE 0.

      * The prior valuation - the latest run of the latest valuation
      * date before this one
       01  WS-PRIOR-DATE            PIC 9(8) VALUE 0.
       01  WS-PRIOR-TS              PIC 9(14) VALUE 0.

       01  WS-VALUED-COUNT          PIC 9(6) VALUE 0.
       01  WS-UNVALUED-COUNT        PIC 9(6) VALUE 0.
       01  WS-TOTAL-DAYS            PIC S9(7)V9 VALUE 0.
       01  WS-TOTAL-AMOUNT          PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-PRIOR           PIC S9(13)V99 VALUE 0.
       01  WS-PROOF-TOTAL           PIC S9(13)V99 VALUE 0.
       01  WS-LINE-COUNT            PIC 9(6) VALUE 0.
       01  WS-MOVEMENT              PIC S9(13)V99.

      * Print-file plumbing
       01  WS-RPT-OP                PIC X.
       01  WS-RPT-NAME              PIC X(8)  VALUE 'LVLIAB'.
       01  WS-RPT-TITLE             PIC X(40)
           VALUE 'ACCRUED PAID-LEAVE LIABILITY VALUATION'.
       01  WS-RPT-OPERATOR          PIC X(16).
       01  WS-RPT-LINE              PIC X(100).
       01  WS-RPT-STATUS            PIC 9.

      * Display fields
       01  WS-COUNT-DISPLAY         PIC ZZZ,ZZ9.
       01  WS-AMT-DISPLAY           PIC Z(12)9.99-.
       01  WS-EMP-ID-DISPLAY        PIC 9(9).
       01  WS-DAYS-DISPLAY          PIC Z(6)9.9.
       01  WS-WAGE-DISPLAY          PIC Z(8)9.99.
       01  WS-RPT-AMT               PIC Z(10)9.99.
       01  WS-RPT-PRIOR             PIC Z(10)9.99.
       01  WS-RPT-MOVE              PIC Z(10)9.99-.
       01  WS-LOADING-DISPLAY       PIC Z9.99.

      * Working storage for XMIT-SVC calls - both GL files land on
      * the transmission register
           COPY xmit-req.
           COPY xmit-res.
       01  WS-XMIT-NAME             PIC X(40).
       01  WS-XMIT-COUNT            PIC 9(6).
       01  WS-XMIT-HASH             PIC 9(13)V99.

      * Working storage for RUNCTL-SVC calls - duplicate-run guard
      * keyed on the valuation date
           COPY runctl-req.
           COPY runctl-res.
       01  WS-RUN-PARM              PIC X(10).
       01  WS-RUN-START-TS          PIC 9(14).
       01  WS-ENV-OVERRIDE          PIC X(10).
       01  WS-RUN-OUTCOME           PIC X     VALUE 'F'.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'LVLIAB - Paid-Leave Liability Valuation v'
               WS-VERSION

           ACCEPT WS-ENV-ASOF FROM ENVIRONMENT 'LVLIAB_ASOF'
           IF WS-ENV-ASOF(1:8) IS NUMERIC
               MOVE WS-ENV-ASOF(1:8) TO WS-ASOF
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           IF WS-ASOF = 0
               MOVE WS-TODAY TO WS-ASOF
           END-IF
           COMPUTE WS-VAL-TS = WS-TODAY * 1000000
               + WS-NOW-TIME / 100

      *    NN or NN.NN percent; anything else keeps the default
           ACCEPT WS-ENV-SI-LOADING
               FROM ENVIRONMENT 'LVLIAB_SI_LOADING'
           IF WS-ENV-SI-LOADING(1:2) IS NUMERIC
               MOVE WS-ENV-SI-LOADING(1:2) TO WS-SI-LOADING-WHOLE
               MOVE 0 TO WS-SI-LOADING-FRAC
               IF WS-ENV-SI-LOADING(3:1) = '.'
                       AND WS-ENV-SI-LOADING(4:2) IS NUMERIC
                   MOVE WS-ENV-SI-LOADING(4:2) TO WS-SI-LOADING-FRAC
               END-IF
               COMPUTE WS-SI-LOADING-PCT = WS-SI-LOADING-WHOLE
                   + WS-SI-LOADING-FRAC / 100
           END-IF
           MOVE WS-SI-LOADING-PCT TO WS-LOADING-DISPLAY
           DISPLAY 'Valuation date: ' WS-ASOF
               '  SI loading: ' WS-LOADING-DISPLAY '%'

           PERFORM DERIVE-PERIODS

           PERFORM REGISTER-RUN-START
           IF NOT OK OF RUNCTL-SVC-RES
                   AND STATUS-CODE-N OF RUNCTL-SVC-RES = 409
               DISPLAY 'RUN BLOCKED: ' STATUS-MSG OF RUNCTL-SVC-RES
               DISPLAY 'Set RUNCTL_OVERRIDE=Y to run anyway.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OPEN-PRINT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'AS OF ' WS-ASOF
                  '  EMPLOYER SI LOADING ' WS-LOADING-DISPLAY '%'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           PERFORM EMIT-PRINT-LINE

      *    Value every employee's unexpired days
           MOVE 0 TO WS-CURSOR-EMP
           MOVE 0 TO WS-CURSOR-YEAR
           SET NO-GRANT-HELD TO TRUE
           SET MORE-BALANCES TO TRUE
           PERFORM SCAN-NEXT-BALANCE UNTIL NO-MORE-BALANCES
           IF GRANT-HELD
               PERFORM VALUE-ONE-EMPLOYEE
           END-IF

      *    Bring the prior valuation in beside this one
           PERFORM FIND-PRIOR-VALUATION
           IF WS-PRIOR-DATE NOT = 0
               PERFORM LOAD-PRIOR-VALUATION
           END-IF

           PERFORM PRINT-TOTALS
           PERFORM CLOSE-PRINT-FILE

           IF WS-VALUED-COUNT = 0
               DISPLAY 'No unexpired paid leave to value.'
               PERFORM REGISTER-RUN-END
               STOP RUN
           END-IF

      *    Prove the departmental lines carry the whole liability
      *    before anything is written - a department-table overflow
      *    surfaces here as a mismatch
           MOVE 0 TO WS-PROOF-TOTAL
           PERFORM SUM-DEPT-LINE
               VARYING WS-LB-IDX FROM 1 BY 1
               UNTIL WS-LB-IDX > WS-DEPT-COUNT
           IF WS-PROOF-TOTAL NOT = WS-TOTAL-AMOUNT
               MOVE WS-TOTAL-AMOUNT TO WS-AMT-DISPLAY
               DISPLAY 'OUT OF BALANCE - valued:   ' WS-AMT-DISPLAY
               MOVE WS-PROOF-TOTAL TO WS-AMT-DISPLAY
               DISPLAY 'OUT OF BALANCE - by dept:  ' WS-AMT-DISPLAY
               DISPLAY 'No accrual file written.'
               MOVE 8 TO RETURN-CODE
               PERFORM REGISTER-RUN-END
               STOP RUN
           END-IF

      *    Every account the files will carry must resolve first
           PERFORM RESOLVE-COMPANY-ACCOUNTS
               VARYING WS-CO-IDX FROM 1 BY 1
               UNTIL WS-CO-IDX > WS-CO-COUNT
           IF WS-UNMAPPED-COUNT > 0
               MOVE WS-UNMAPPED-COUNT TO WS-COUNT-DISPLAY
               DISPLAY 'UNMAPPED - ' WS-COUNT-DISPLAY
                   ' line key(s) with no GL account mapping'
               DISPLAY 'No accrual file written.'
               MOVE 8 TO RETURN-CODE
               PERFORM REGISTER-RUN-END
               STOP RUN
           END-IF

           PERFORM WRITE-ACCRUAL-FILES
           IF RETURN-CODE = 8
               PERFORM REGISTER-RUN-END
               STOP RUN
           END-IF

           MOVE 'export/lvliab_acr.dat' TO WS-XMIT-NAME
           MOVE WS-LINE-COUNT TO WS-XMIT-COUNT
           MOVE WS-TOTAL-AMOUNT TO WS-XMIT-HASH
           PERFORM REGISTER-TRANSMISSION
           MOVE 'export/lvliab_rev.dat' TO WS-XMIT-NAME
           PERFORM REGISTER-TRANSMISSION

           PERFORM APPEND-HISTORY
           MOVE 'C' TO WS-RUN-OUTCOME
           PERFORM REGISTER-RUN-END

           MOVE WS-VALUED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Employees valued:       ' WS-COUNT-DISPLAY
           MOVE WS-UNVALUED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Without comp (skipped): ' WS-COUNT-DISPLAY
           MOVE WS-TOTAL-AMOUNT TO WS-AMT-DISPLAY
           DISPLAY 'Liability:              ' WS-AMT-DISPLAY
           COMPUTE WS-MOVEMENT = WS-TOTAL-AMOUNT - WS-TOTAL-PRIOR
           MOVE WS-MOVEMENT TO WS-AMT-DISPLAY
           DISPLAY 'Movement from prior:    ' WS-AMT-DISPLAY
           DISPLAY 'Accrual and reversal files written.'
           STOP RUN
           .

      * DERIVE-PERIODS: The valuation date's period, the next period
      * the reversal is stamped with, and the month's length for the
      * scheduled-day walk.
       DERIVE-PERIODS.
           DIVIDE WS-ASOF BY 100 GIVING WS-ASOF-PERIOD
           DIVIDE WS-ASOF-PERIOD BY 100
               GIVING WS-MONTH-YY REMAINDER WS-MONTH-MM
           EVALUATE WS-MONTH-MM
               WHEN 2
                   DIVIDE WS-MONTH-YY BY 4 GIVING WS-MONTH-QUOT
                       REMAINDER WS-MONTH-REM
                   IF WS-MONTH-REM = 0
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
               WHEN 4  MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 6  MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 9  MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 11 MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE

           IF WS-MONTH-MM = 12
               COMPUTE WS-NEXT-PERIOD = (WS-MONTH-YY + 1) * 100 + 1
           ELSE
               COMPUTE WS-NEXT-PERIOD = WS-ASOF-PERIOD + 1
           END-IF
           .

      * SCAN-NEXT-BALANCE: One leave balance record. A grant live on
      * the valuation date (granted on or before it, not yet expired)
      * is held when it is the employee's latest; the held grant is
      * valued when the scan moves on to the next employee.
       SCAN-NEXT-BALANCE.
           INITIALIZE LEAVE-SVC-REQ
           INITIALIZE LEAVE-SVC-RES
           SET OP-SCAN OF LEAVE-SVC-REQ TO TRUE
           MOVE 'LVLIAB' TO USER-ID OF LEAVE-SVC-REQ
           MOVE SPACES TO CORR-ID OF LEAVE-SVC-REQ
           MOVE WS-CURSOR-EMP TO Q-EMP-ID OF LEAVE-SVC-REQ
           MOVE WS-CURSOR-YEAR TO Q-GRANT-YEAR OF LEAVE-SVC-REQ

           CALL 'LEAVE-SVC' USING LEAVE-SVC-REQ LEAVE-SVC-RES

           IF NOT OK OF LEAVE-SVC-RES
               SET NO-MORE-BALANCES TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE EMP-ID OF OUT-LEAVEBAL OF LEAVE-SVC-RES
               TO WS-CURSOR-EMP
           MOVE GRANT-YEAR OF OUT-LEAVEBAL OF LEAVE-SVC-RES
               TO WS-CURSOR-YEAR

           IF GRANT-HELD AND WS-CURSOR-EMP NOT = WS-HELD-EMP-ID
               PERFORM VALUE-ONE-EMPLOYEE
               SET NO-GRANT-HELD TO TRUE
           END-IF

           IF GRANT-DATE OF OUT-LEAVEBAL OF LEAVE-SVC-RES = 0
                   OR GRANT-DATE OF OUT-LEAVEBAL OF LEAVE-SVC-RES
                       > WS-ASOF
                   OR EXPIRY-DATE OF OUT-LEAVEBAL OF LEAVE-SVC-RES
                       < WS-ASOF
               EXIT PARAGRAPH
           END-IF

           IF GRANT-HELD
                   AND GRANT-DATE OF OUT-LEAVEBAL OF LEAVE-SVC-RES
                       < WS-HELD-GRANT-DATE
               EXIT PARAGRAPH
           END-IF

           SET GRANT-HELD TO TRUE
           MOVE WS-CURSOR-EMP TO WS-HELD-EMP-ID
           MOVE GRANT-DATE OF OUT-LEAVEBAL OF LEAVE-SVC-RES
               TO WS-HELD-GRANT-DATE
           MOVE GRANTED-DAYS OF OUT-LEAVEBAL OF LEAVE-SVC-RES
               TO WS-HELD-GRANTED
           MOVE CARRYOVER-DAYS OF OUT-LEAVEBAL OF LEAVE-SVC-RES
               TO WS-HELD-CARRYOVER
           MOVE TAKEN-DAYS OF OUT-LEAVEBAL OF LEAVE-SVC-RES
               TO WS-HELD-TAKEN
           .

      * VALUE-ONE-EMPLOYEE: The held grant's unexpired days priced
      * at the daily wage. Days taken draw on the carryover first;
      * the carryover came from the prior year's grant and is
      * forfeited a year after this grant, so past that point only
      * the current grant's remainder still counts.
       VALUE-ONE-EMPLOYEE.
           COMPUTE WS-TAKEN-BEYOND-CARRY =
               WS-HELD-TAKEN - WS-HELD-CARRYOVER
           IF WS-TAKEN-BEYOND-CARRY < 0
               MOVE 0 TO WS-TAKEN-BEYOND-CARRY
           END-IF
           COMPUTE WS-GRANT-LEFT =
               WS-HELD-GRANTED - WS-TAKEN-BEYOND-CARRY
           IF WS-GRANT-LEFT < 0
               MOVE 0 TO WS-GRANT-LEFT
           END-IF

           MOVE 0 TO WS-CARRY-LEFT
           COMPUTE WS-CARRY-LIVE-UNTIL = WS-HELD-GRANT-DATE + 10000
           IF WS-ASOF < WS-CARRY-LIVE-UNTIL
                   AND WS-HELD-TAKEN < WS-HELD-CARRYOVER
               COMPUTE WS-CARRY-LEFT =
                   WS-HELD-CARRYOVER - WS-HELD-TAKEN
           END-IF

           COMPUTE WS-LEAVE-DAYS = WS-GRANT-LEFT + WS-CARRY-LEFT
           IF WS-LEAVE-DAYS NOT > 0
               EXIT PARAGRAPH
           END-IF

      *    The employee as of the valuation date - a leaver owes no
      *    leave on the books (it was settled or forfeited on exit)
           INITIALIZE EMP-SVC-REQ
           INITIALIZE EMP-SVC-RES
           SET OP-FIND OF EMP-SVC-REQ TO TRUE
           MOVE 'LVLIAB' TO USER-ID OF EMP-SVC-REQ
           MOVE WS-ASOF TO AS-OF-DATE OF EMP-SVC-REQ
           MOVE SPACES TO CORR-ID OF EMP-SVC-REQ
           MOVE WS-HELD-EMP-ID TO Q-EMP-ID OF EMP-SVC-REQ

           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES

           IF NOT OK OF EMP-SVC-RES
                   OR TERMINATED OF OUT-EMP OF EMP-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE COMPANY-CODE OF OUT-EMP OF EMP-SVC-RES
               TO WS-EMP-COMPANY
           IF WS-EMP-COMPANY = SPACES
               MOVE '01' TO WS-EMP-COMPANY
           END-IF
           MOVE DEPT-ID OF OUT-EMP OF EMP-SVC-RES TO WS-EMP-DEPT-ID
           MOVE WS-HELD-EMP-ID TO WS-EMP-ID-DISPLAY
           MOVE WS-LEAVE-DAYS TO WS-DAYS-DISPLAY

           INITIALIZE COMP-SVC-REQ
           INITIALIZE COMP-SVC-RES
           SET OP-FIND-AS-OF OF COMP-SVC-REQ TO TRUE
           MOVE 'LVLIAB' TO USER-ID OF COMP-SVC-REQ
           MOVE SPACES TO CORR-ID OF COMP-SVC-REQ
           MOVE WS-HELD-EMP-ID TO Q-EMP-ID OF COMP-SVC-REQ
           MOVE WS-ASOF TO Q-AS-OF-DATE OF COMP-SVC-REQ

           CALL 'COMP-SVC' USING COMP-SVC-REQ COMP-SVC-RES

           IF NOT OK OF COMP-SVC-RES
               ADD 1 TO WS-UNVALUED-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING 'EMP ' WS-EMP-ID-DISPLAY
                      ' CO ' WS-EMP-COMPANY
                      ' DEPT ' WS-EMP-DEPT-ID
                      ' DAYS ' WS-DAYS-DISPLAY
                      '  ** NO COMP ON FILE - NOT VALUED'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM RESOLVE-EMP-SCHEDULE

           IF BASIS-HOURLY OF OUT-COMP OF COMP-SVC-RES
               COMPUTE WS-DAILY-WAGE
                       ROUNDED MODE IS NEAREST-AWAY-FROM-ZERO
                   = BASE-SALARY OF OUT-COMP OF COMP-SVC-RES
                   * WS-DAILY-HOURS
           ELSE
               COMPUTE WS-DAILY-WAGE
                       ROUNDED MODE IS NEAREST-AWAY-FROM-ZERO
                   = BASE-SALARY OF OUT-COMP OF COMP-SVC-RES
                   / WS-SCHED-DAYS
           END-IF

           COMPUTE WS-LEAVE-VALUE
                   ROUNDED MODE IS NEAREST-AWAY-FROM-ZERO
               = WS-LEAVE-DAYS * WS-DAILY-WAGE
               * (100 + WS-SI-LOADING-PCT) / 100

           ADD 1 TO WS-VALUED-COUNT
           ADD WS-LEAVE-DAYS TO WS-TOTAL-DAYS
           ADD WS-LEAVE-VALUE TO WS-TOTAL-AMOUNT

           MOVE WS-EMP-COMPANY TO WS-WORK-COMPANY
           MOVE WS-EMP-DEPT-ID TO WS-WORK-DEPT-ID
           PERFORM FIND-OR-ADD-LIAB-DEPT
           IF LB-DEPT-FOUND
               ADD WS-LEAVE-DAYS TO WS-LB-DAYS(WS-LB-IDX)
               ADD WS-LEAVE-VALUE TO WS-LB-AMOUNT(WS-LB-IDX)
           END-IF
           PERFORM FIND-OR-ADD-LIAB-COMPANY
           IF LB-CO-FOUND
               ADD WS-LEAVE-DAYS TO WS-LB-CO-DAYS(WS-CO-IDX)
               ADD WS-LEAVE-VALUE TO WS-LB-CO-AMOUNT(WS-CO-IDX)
           END-IF

           MOVE WS-DAILY-WAGE TO WS-WAGE-DISPLAY
           MOVE WS-LEAVE-VALUE TO WS-RPT-AMT
           MOVE SPACES TO WS-RPT-LINE
           STRING 'EMP ' WS-EMP-ID-DISPLAY
                  ' CO ' WS-EMP-COMPANY
                  ' DEPT ' WS-EMP-DEPT-ID
                  ' DAYS ' WS-DAYS-DISPLAY
                  ' DAILY ' WS-WAGE-DISPLAY
                  ' VALUE ' WS-RPT-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

      * RESOLVE-EMP-SCHEDULE: The month's scheduled days and the
      * daily hours for the employee's schedule pattern, counted
      * once per pattern. No pattern, or one the master does not
      * answer as active, is the calendar's business days at the
      * standard daily hours.
       RESOLVE-EMP-SCHEDULE.
           MOVE SCHEDULED-DAILY-HOURS TO WS-DAILY-HOURS
           IF SCHED-PATTERN-CODE OF OUT-EMP OF EMP-SVC-RES = SPACES
               PERFORM COUNT-CALENDAR-DAYS
               MOVE WS-CAL-DAYS TO WS-SCHED-DAYS
               EXIT PARAGRAPH
           END-IF

           SET PATTERN-NOT-CACHED TO TRUE
           SET WS-PAT-IDX TO 1
           SEARCH WS-PAT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PAT-IDX > WS-PAT-COUNT
                   CONTINUE
               WHEN WS-PAT-CODE(WS-PAT-IDX)
                       = SCHED-PATTERN-CODE OF OUT-EMP OF EMP-SVC-RES
                   SET PATTERN-CACHED TO TRUE
           END-SEARCH

           IF PATTERN-NOT-CACHED
               PERFORM COUNT-PATTERN-DAYS
               IF WS-PAT-COUNT < MAX-PATTERNS
                   ADD 1 TO WS-PAT-COUNT
                   SET WS-PAT-IDX TO WS-PAT-COUNT
                   MOVE SCHED-PATTERN-CODE OF OUT-EMP OF EMP-SVC-RES
                       TO WS-PAT-CODE(WS-PAT-IDX)
                   MOVE WS-SCHED-DAYS TO WS-PAT-DAYS(WS-PAT-IDX)
                   MOVE WS-DAILY-HOURS TO WS-PAT-HOURS(WS-PAT-IDX)
               END-IF
           ELSE
               MOVE WS-PAT-DAYS(WS-PAT-IDX) TO WS-SCHED-DAYS
               MOVE WS-PAT-HOURS(WS-PAT-IDX) TO WS-DAILY-HOURS
           END-IF
           .

      * COUNT-PATTERN-DAYS: Walks the valuation month against the
      * pattern - SCHED-SVC answers each day.
       COUNT-PATTERN-DAYS.
           INITIALIZE SCHED-SVC-REQ
           INITIALIZE SCHED-SVC-RES
           SET OP-FIND OF SCHED-SVC-REQ TO TRUE
           MOVE 'LVLIAB' TO USER-ID OF SCHED-SVC-REQ
           MOVE SPACES TO CORR-ID OF SCHED-SVC-REQ
           MOVE SCHED-PATTERN-CODE OF OUT-EMP OF EMP-SVC-RES
               TO Q-PATTERN-CODE OF SCHED-SVC-REQ

           CALL 'SCHED-SVC' USING SCHED-SVC-REQ SCHED-SVC-RES

           IF NOT OK OF SCHED-SVC-RES
                   OR NOT PATTERN-ACTIVE
                       OF OUT-SCHEDULE OF SCHED-SVC-RES
               PERFORM COUNT-CALENDAR-DAYS
               MOVE WS-CAL-DAYS TO WS-SCHED-DAYS
               EXIT PARAGRAPH
           END-IF

           IF DAILY-HOURS OF OUT-SCHEDULE OF SCHED-SVC-RES > 0
               MOVE DAILY-HOURS OF OUT-SCHEDULE OF SCHED-SVC-RES
                   TO WS-DAILY-HOURS
           END-IF

           MOVE 0 TO WS-SCHED-DAYS
           PERFORM VARYING WS-WALK-DAY FROM 1 BY 1
                   UNTIL WS-WALK-DAY > WS-DAYS-IN-MONTH
               COMPUTE WS-WALK-DATE =
                   WS-ASOF-PERIOD * 100 + WS-WALK-DAY
               INITIALIZE SCHED-SVC-REQ
               INITIALIZE SCHED-SVC-RES
               SET OP-CHECK OF SCHED-SVC-REQ TO TRUE
               MOVE 'LVLIAB' TO USER-ID OF SCHED-SVC-REQ
               MOVE SPACES TO CORR-ID OF SCHED-SVC-REQ
               MOVE SCHED-PATTERN-CODE OF OUT-EMP OF EMP-SVC-RES
                   TO Q-PATTERN-CODE OF SCHED-SVC-REQ
               MOVE WS-WALK-DATE TO Q-WORK-DATE OF SCHED-SVC-REQ
               CALL 'SCHED-SVC' USING SCHED-SVC-REQ SCHED-SVC-RES
               IF OK OF SCHED-SVC-RES
                       AND DAY-IS-SCHEDULED OF SCHED-SVC-RES
                   ADD 1 TO WS-SCHED-DAYS
               END-IF
           END-PERFORM

      *    A pattern with no workday in the month cannot divide a
      *    monthly base - the calendar stands in
           IF WS-SCHED-DAYS = 0
               PERFORM COUNT-CALENDAR-DAYS
               MOVE WS-CAL-DAYS TO WS-SCHED-DAYS
           END-IF
           .

      * COUNT-CALENDAR-DAYS: The valuation month's business days by
      * the company calendar, counted on first use.
       COUNT-CALENDAR-DAYS.
           IF CAL-DAYS-COUNTED
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CAL-DAYS
           PERFORM VARYING WS-WALK-DAY FROM 1 BY 1
                   UNTIL WS-WALK-DAY > WS-DAYS-IN-MONTH
               COMPUTE WS-WALK-DATE =
                   WS-ASOF-PERIOD * 100 + WS-WALK-DAY
               MOVE 'B ' TO WS-DATE-OPERATION
               MOVE WS-WALK-DATE TO WS-DATE-UTIL-D1
               MOVE 0 TO WS-DATE-UTIL-D2
               CALL 'DATE-UTIL' USING WS-DATE-OPERATION
                                      WS-DATE-UTIL-D1
                                      WS-DATE-UTIL-D2
                                      WS-DATE-UTIL-RESULT
                                      WS-DATE-UTIL-STATUS
               IF WS-DATE-UTIL-STATUS = 0
                       AND WS-DATE-UTIL-RESULT = 1
                   ADD 1 TO WS-CAL-DAYS
               END-IF
           END-PERFORM

           IF WS-CAL-DAYS = 0
               MOVE WS-DAYS-IN-MONTH TO WS-CAL-DAYS
           END-IF
           SET CAL-DAYS-COUNTED TO TRUE
           .

       FIND-OR-ADD-LIAB-DEPT.
           SET LB-DEPT-NOT-FOUND TO TRUE
           SET WS-LB-IDX TO 1
           SEARCH WS-LB-DEPT-ENTRY
               AT END
                   DISPLAY 'WARNING: department table full - CO '
                       WS-WORK-COMPANY ' DEPT ' WS-WORK-DEPT-ID
                       ' not aggregated'
               WHEN WS-LB-IDX > WS-DEPT-COUNT
                   IF WS-DEPT-COUNT < MAX-LIAB-DEPTS
                       ADD 1 TO WS-DEPT-COUNT
                       MOVE WS-WORK-COMPANY
                           TO WS-LB-COMPANY(WS-LB-IDX)
                       MOVE WS-WORK-DEPT-ID
                           TO WS-LB-DEPT-ID(WS-LB-IDX)
                       MOVE 0 TO WS-LB-DAYS(WS-LB-IDX)
                       MOVE 0 TO WS-LB-AMOUNT(WS-LB-IDX)
                       MOVE 0 TO WS-LB-PRIOR(WS-LB-IDX)
                       SET LB-DEPT-FOUND TO TRUE
                   END-IF
               WHEN WS-LB-COMPANY(WS-LB-IDX) = WS-WORK-COMPANY
                       AND WS-LB-DEPT-ID(WS-LB-IDX) = WS-WORK-DEPT-ID
                   SET LB-DEPT-FOUND TO TRUE
           END-SEARCH
           .

      * FIND-OR-ADD-LIAB-COMPANY: The company's accumulator, its GL
      * prefix taken from the company master when first seen - no
      * master entry leaves the prefix spaces, the single-entity
      * installation.
       FIND-OR-ADD-LIAB-COMPANY.
           SET LB-CO-NOT-FOUND TO TRUE
           SET WS-CO-IDX TO 1
           SEARCH WS-LB-CO-ENTRY
               AT END
                   DISPLAY 'WARNING: company table full - CO '
                       WS-WORK-COMPANY ' not aggregated'
               WHEN WS-CO-IDX > WS-CO-COUNT
                   IF WS-CO-COUNT < MAX-LIAB-COMPANIES
                       ADD 1 TO WS-CO-COUNT
                       MOVE WS-WORK-COMPANY
                           TO WS-LB-CO-CODE(WS-CO-IDX)
                       MOVE SPACES TO WS-LB-CO-PREFIX(WS-CO-IDX)
                       MOVE 0 TO WS-LB-CO-DAYS(WS-CO-IDX)
                       MOVE 0 TO WS-LB-CO-AMOUNT(WS-CO-IDX)
                       MOVE 0 TO WS-LB-CO-PRIOR(WS-CO-IDX)
                       SET LB-CO-FOUND TO TRUE
                       PERFORM RESOLVE-COMPANY-PREFIX
                   END-IF
               WHEN WS-LB-CO-CODE(WS-CO-IDX) = WS-WORK-COMPANY
                   SET LB-CO-FOUND TO TRUE
           END-SEARCH
           .

       RESOLVE-COMPANY-PREFIX.
           INITIALIZE CO-SVC-REQ
           INITIALIZE CO-SVC-RES
           SET OP-FIND OF CO-SVC-REQ TO TRUE
           MOVE 'LVLIAB' TO USER-ID OF CO-SVC-REQ
           MOVE SPACES TO CORR-ID OF CO-SVC-REQ
           MOVE WS-WORK-COMPANY TO Q-COMPANY-CODE OF CO-SVC-REQ

           CALL 'COMPANY-SVC' USING CO-SVC-REQ CO-SVC-RES

           IF OK OF CO-SVC-RES
               MOVE GL-PREFIX OF OUT-COMPANY OF CO-SVC-RES
                   TO WS-LB-CO-PREFIX(WS-CO-IDX)
           END-IF
           .

      * FIND-PRIOR-VALUATION: The latest valuation date on the
      * history before this one, and within it the latest run - a
      * re-run of a date supersedes the earlier run's lines.
       FIND-PRIOR-VALUATION.
           MOVE 0 TO WS-PRIOR-DATE
           MOVE 0 TO WS-PRIOR-TS
           OPEN INPUT HISTORY-FILE
           IF NOT HIST-FILE-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL HIST-FILE-EOF
               READ HISTORY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LVH-VAL-DATE < WS-ASOF
                           IF LVH-VAL-DATE > WS-PRIOR-DATE
                                   OR (LVH-VAL-DATE = WS-PRIOR-DATE
                                   AND LVH-RUN-TS > WS-PRIOR-TS)
                               MOVE LVH-VAL-DATE TO WS-PRIOR-DATE
                               MOVE LVH-RUN-TS TO WS-PRIOR-TS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE HISTORY-FILE
           .

       LOAD-PRIOR-VALUATION.
           OPEN INPUT HISTORY-FILE
           IF NOT HIST-FILE-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL HIST-FILE-EOF
               READ HISTORY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LVH-VAL-DATE = WS-PRIOR-DATE
                               AND LVH-RUN-TS = WS-PRIOR-TS
                           PERFORM TAKE-ONE-PRIOR-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE HISTORY-FILE
           .

       TAKE-ONE-PRIOR-LINE.
           MOVE LVH-COMPANY TO WS-WORK-COMPANY
           MOVE LVH-DEPT-ID TO WS-WORK-DEPT-ID
           ADD LVH-AMOUNT TO WS-TOTAL-PRIOR
           PERFORM FIND-OR-ADD-LIAB-DEPT
           IF LB-DEPT-FOUND
               ADD LVH-AMOUNT TO WS-LB-PRIOR(WS-LB-IDX)
           END-IF
           PERFORM FIND-OR-ADD-LIAB-COMPANY
           IF LB-CO-FOUND
               ADD LVH-AMOUNT TO WS-LB-CO-PRIOR(WS-CO-IDX)
           END-IF
           .

      * PRINT-TOTALS: Department lines under each company, the
      * company total, then the grand total - each with the prior
      * valuation's amount and the movement from it.
       PRINT-TOTALS.
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF WS-PRIOR-DATE = 0
               STRING 'TOTALS BY COMPANY AND DEPARTMENT - NO PRIOR '
                      'VALUATION ON FILE'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING 'TOTALS BY COMPANY AND DEPARTMENT - PRIOR '
                      'VALUATION AS OF ' WS-PRIOR-DATE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM EMIT-PRINT-LINE
           PERFORM EMIT-PRINT-LINE

           PERFORM PRINT-ONE-COMPANY
               VARYING WS-CO-IDX FROM 1 BY 1
               UNTIL WS-CO-IDX > WS-CO-COUNT

           MOVE WS-TOTAL-DAYS TO WS-DAYS-DISPLAY
           MOVE WS-TOTAL-AMOUNT TO WS-RPT-AMT
           MOVE WS-TOTAL-PRIOR TO WS-RPT-PRIOR
           COMPUTE WS-MOVEMENT = WS-TOTAL-AMOUNT - WS-TOTAL-PRIOR
           MOVE WS-MOVEMENT TO WS-RPT-MOVE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ALL COMPANIES   '
                  ' DAYS ' WS-DAYS-DISPLAY
                  ' VALUE ' WS-RPT-AMT
                  ' PRIOR ' WS-RPT-PRIOR
                  ' MOVE ' WS-RPT-MOVE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

       PRINT-ONE-COMPANY.
           PERFORM PRINT-ONE-DEPT
               VARYING WS-LB-IDX FROM 1 BY 1
               UNTIL WS-LB-IDX > WS-DEPT-COUNT

           MOVE WS-LB-CO-DAYS(WS-CO-IDX) TO WS-DAYS-DISPLAY
           MOVE WS-LB-CO-AMOUNT(WS-CO-IDX) TO WS-RPT-AMT
           MOVE WS-LB-CO-PRIOR(WS-CO-IDX) TO WS-RPT-PRIOR
           COMPUTE WS-MOVEMENT = WS-LB-CO-AMOUNT(WS-CO-IDX)
               - WS-LB-CO-PRIOR(WS-CO-IDX)
           MOVE WS-MOVEMENT TO WS-RPT-MOVE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CO ' WS-LB-CO-CODE(WS-CO-IDX)
                  ' TOTAL      '
                  ' DAYS ' WS-DAYS-DISPLAY
                  ' VALUE ' WS-RPT-AMT
                  ' PRIOR ' WS-RPT-PRIOR
                  ' MOVE ' WS-RPT-MOVE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           PERFORM EMIT-PRINT-LINE
           .

       PRINT-ONE-DEPT.
           IF WS-LB-COMPANY(WS-LB-IDX) NOT = WS-LB-CO-CODE(WS-CO-IDX)
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LB-DAYS(WS-LB-IDX) TO WS-DAYS-DISPLAY
           MOVE WS-LB-AMOUNT(WS-LB-IDX) TO WS-RPT-AMT
           MOVE WS-LB-PRIOR(WS-LB-IDX) TO WS-RPT-PRIOR
           COMPUTE WS-MOVEMENT = WS-LB-AMOUNT(WS-LB-IDX)
               - WS-LB-PRIOR(WS-LB-IDX)
           MOVE WS-MOVEMENT TO WS-RPT-MOVE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CO ' WS-LB-COMPANY(WS-LB-IDX)
                  ' DEPT ' WS-LB-DEPT-ID(WS-LB-IDX)
                  ' DAYS ' WS-DAYS-DISPLAY
                  ' VALUE ' WS-RPT-AMT
                  ' PRIOR ' WS-RPT-PRIOR
                  ' MOVE ' WS-RPT-MOVE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

       SUM-DEPT-LINE.
           ADD WS-LB-AMOUNT(WS-LB-IDX) TO WS-PROOF-TOTAL
           .

      * RESOLVE-COMPANY-ACCOUNTS: The company's liability account
      * and each of its departments' expense accounts, from the
      * mapping master. A key with no active mapping is listed and
      * counted against the run.
       RESOLVE-COMPANY-ACCOUNTS.
           IF WS-LB-CO-AMOUNT(WS-CO-IDX) = 0
               EXIT PARAGRAPH
           END-IF

           INITIALIZE GLMAP-SVC-REQ
           MOVE '9' TO Q-LINE-TYPE OF GLMAP-SVC-REQ
           MOVE 0 TO Q-DEPT-ID OF GLMAP-SVC-REQ
           PERFORM RESOLVE-LEAVE-ACCOUNT
           MOVE GLM-ACCOUNT OF OUT-GLMAP OF GLMAP-SVC-RES
               TO WS-LB-CO-ACCOUNT(WS-CO-IDX)

           PERFORM RESOLVE-DEPT-ACCOUNT
               VARYING WS-LB-IDX FROM 1 BY 1
               UNTIL WS-LB-IDX > WS-DEPT-COUNT
           .

       RESOLVE-DEPT-ACCOUNT.
           IF WS-LB-COMPANY(WS-LB-IDX) NOT = WS-LB-CO-CODE(WS-CO-IDX)
                   OR WS-LB-AMOUNT(WS-LB-IDX) = 0
               EXIT PARAGRAPH
           END-IF

           INITIALIZE GLMAP-SVC-REQ
           MOVE '8' TO Q-LINE-TYPE OF GLMAP-SVC-REQ
           MOVE WS-LB-DEPT-ID(WS-LB-IDX) TO Q-DEPT-ID OF GLMAP-SVC-REQ
           PERFORM RESOLVE-LEAVE-ACCOUNT
           MOVE GLM-ACCOUNT OF OUT-GLMAP OF GLMAP-SVC-RES
               TO WS-LB-ACCOUNT(WS-LB-IDX)
           .

      * RESOLVE-LEAVE-ACCOUNT: Resolves the reserved row and
      * department already in the request for the company at
      * WS-CO-IDX.
       RESOLVE-LEAVE-ACCOUNT.
           INITIALIZE GLMAP-SVC-RES
           SET OP-RESOLVE OF GLMAP-SVC-REQ TO TRUE
           MOVE 'LVLIAB' TO USER-ID OF GLMAP-SVC-REQ
           MOVE SPACES TO CORR-ID OF GLMAP-SVC-REQ
           MOVE '*' TO Q-LINE-CODE OF GLMAP-SVC-REQ
           MOVE 'R' TO Q-RUN-TYPE OF GLMAP-SVC-REQ
           MOVE WS-LB-CO-CODE(WS-CO-IDX)
               TO Q-COMPANY-CODE OF GLMAP-SVC-REQ

           CALL 'GLMAP-SVC' USING GLMAP-SVC-REQ GLMAP-SVC-RES

           IF NOT OK OF GLMAP-SVC-RES
               DISPLAY 'UNMAPPED: line type '
                   Q-LINE-TYPE OF GLMAP-SVC-REQ
                   ' company ' WS-LB-CO-CODE(WS-CO-IDX)
                   ' dept ' Q-DEPT-ID OF GLMAP-SVC-REQ
               ADD 1 TO WS-UNMAPPED-COUNT
           END-IF
           .

      * WRITE-ACCRUAL-FILES: A paid-leave expense debit per company
      * and department, one liability credit per company, each
      * carrying the company's GL prefix; the reversal mirrors every
      * line flipped and stamped for the next period.
       WRITE-ACCRUAL-FILES.
           OPEN OUTPUT ACCRUAL-FILE
           OPEN OUTPUT REVERSAL-FILE
           IF WS-ACR-FILE-STATUS NOT = '00'
                   OR WS-REV-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open accrual output files'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-LINE-COUNT

           PERFORM WRITE-COMPANY-LINES
               VARYING WS-CO-IDX FROM 1 BY 1
               UNTIL WS-CO-IDX > WS-CO-COUNT

      *    Control trailers both sides verify
           MOVE SPACES TO ACCRUAL-RECORD
           MOVE '9' TO ACR-TRL-TYPE
           MOVE WS-TOTAL-AMOUNT TO ACR-TRL-DEBITS
           MOVE WS-TOTAL-AMOUNT TO ACR-TRL-CREDITS
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-LINE-COUNT TO ACR-TRL-LINES
           WRITE ACCRUAL-RECORD
           WRITE REVERSAL-RECORD FROM ACCRUAL-RECORD

           CLOSE ACCRUAL-FILE
           CLOSE REVERSAL-FILE
           .

       WRITE-COMPANY-LINES.
           IF WS-LB-CO-AMOUNT(WS-CO-IDX) = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-ACCRUAL-DEBIT
               VARYING WS-LB-IDX FROM 1 BY 1
               UNTIL WS-LB-IDX > WS-DEPT-COUNT

           MOVE SPACES TO ACCRUAL-RECORD
           MOVE '1' TO ACR-REC-TYPE
           MOVE 'C' TO ACR-DC-IND
           MOVE WS-LB-CO-ACCOUNT(WS-CO-IDX) TO ACR-ACCOUNT
           MOVE WS-LB-CO-PREFIX(WS-CO-IDX) TO ACR-CO-PREFIX
           MOVE 0 TO ACR-DEPT-ID
           MOVE WS-ASOF-PERIOD TO ACR-PERIOD
           MOVE WS-LB-CO-AMOUNT(WS-CO-IDX) TO ACR-AMOUNT
           WRITE ACCRUAL-RECORD
           ADD 1 TO WS-LINE-COUNT

           MOVE 'D' TO ACR-DC-IND
           MOVE WS-NEXT-PERIOD TO ACR-PERIOD
           WRITE REVERSAL-RECORD FROM ACCRUAL-RECORD
           .

       WRITE-ACCRUAL-DEBIT.
           IF WS-LB-COMPANY(WS-LB-IDX) NOT = WS-LB-CO-CODE(WS-CO-IDX)
                   OR WS-LB-AMOUNT(WS-LB-IDX) = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ACCRUAL-RECORD
           MOVE '1' TO ACR-REC-TYPE
           MOVE 'D' TO ACR-DC-IND
           MOVE WS-LB-ACCOUNT(WS-LB-IDX) TO ACR-ACCOUNT
           MOVE WS-LB-CO-PREFIX(WS-CO-IDX) TO ACR-CO-PREFIX
           MOVE WS-LB-DEPT-ID(WS-LB-IDX) TO ACR-DEPT-ID
           MOVE WS-ASOF-PERIOD TO ACR-PERIOD
           MOVE WS-LB-AMOUNT(WS-LB-IDX) TO ACR-AMOUNT
           WRITE ACCRUAL-RECORD
           ADD 1 TO WS-LINE-COUNT

           MOVE 'C' TO ACR-DC-IND
           MOVE WS-NEXT-PERIOD TO ACR-PERIOD
           WRITE REVERSAL-RECORD FROM ACCRUAL-RECORD
           .

      * APPEND-HISTORY: This valuation's company/department totals
      * onto the history, the next valuation's prior.
       APPEND-HISTORY.
           OPEN EXTEND HISTORY-FILE
           IF HIST-FILE-NOT-FOUND
               CLOSE HISTORY-FILE
               OPEN OUTPUT HISTORY-FILE
           END-IF
           IF NOT HIST-FILE-OK
               DISPLAY 'WARNING: Cannot write valuation history'
               EXIT PARAGRAPH
           END-IF

           PERFORM APPEND-ONE-HISTORY-LINE
               VARYING WS-LB-IDX FROM 1 BY 1
               UNTIL WS-LB-IDX > WS-DEPT-COUNT

           CLOSE HISTORY-FILE
           .

       APPEND-ONE-HISTORY-LINE.
           IF WS-LB-AMOUNT(WS-LB-IDX) = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO HISTORY-RECORD
           MOVE WS-ASOF TO LVH-VAL-DATE
           MOVE WS-VAL-TS TO LVH-RUN-TS
           MOVE WS-LB-COMPANY(WS-LB-IDX) TO LVH-COMPANY
           MOVE WS-LB-DEPT-ID(WS-LB-IDX) TO LVH-DEPT-ID
           MOVE WS-LB-DAYS(WS-LB-IDX) TO LVH-DAYS
           MOVE WS-LB-AMOUNT(WS-LB-IDX) TO LVH-AMOUNT
           WRITE HISTORY-RECORD
           .

      * REGISTER-TRANSMISSION: Books the produced file on the
      * transmission register with its line count and debit hash
      * total.
       REGISTER-TRANSMISSION.
           INITIALIZE XMIT-SVC-REQ
           INITIALIZE XMIT-SVC-RES
           SET OP-REGISTER OF XMIT-SVC-REQ TO TRUE
           MOVE 'LVLIAB' TO USER-ID OF XMIT-SVC-REQ
           MOVE SPACES TO CORR-ID OF XMIT-SVC-REQ
           MOVE 'LVLIAB' TO XMIT-JOB OF IN-XMIT OF XMIT-SVC-REQ
           MOVE WS-XMIT-NAME
               TO XMIT-FILE-NAME OF IN-XMIT OF XMIT-SVC-REQ
           MOVE WS-XMIT-COUNT
               TO XMIT-RECORD-COUNT OF IN-XMIT OF XMIT-SVC-REQ
           MOVE WS-XMIT-HASH
               TO XMIT-HASH-TOTAL OF IN-XMIT OF XMIT-SVC-REQ

           CALL 'XMIT-SVC' USING XMIT-SVC-REQ XMIT-SVC-RES

           IF OK OF XMIT-SVC-RES
               DISPLAY 'Registered as generation '
                   GEN-NUMBER OF OUT-XMIT OF XMIT-SVC-RES
           END-IF
           .

      * REGISTER-RUN-START: Registers the valuation with the central
      * run control, guarded against a duplicate valuation of the
      * same date; the caller checks for the 409 block.
       REGISTER-RUN-START.
           MOVE SPACES TO WS-RUN-PARM
           MOVE WS-ASOF TO WS-RUN-PARM
           INITIALIZE RUNCTL-SVC-REQ
           INITIALIZE RUNCTL-SVC-RES
           SET OP-START OF RUNCTL-SVC-REQ TO TRUE
           MOVE 'LVLIAB' TO USER-ID OF RUNCTL-SVC-REQ
           MOVE SPACES TO CORR-ID OF RUNCTL-SVC-REQ
           MOVE WS-PROGRAM-NAME(1:8) TO Q-JOB-NAME OF RUNCTL-SVC-REQ
           MOVE WS-RUN-PARM TO Q-RUN-PARM OF RUNCTL-SVC-REQ
           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'RUNCTL_OVERRIDE'
           IF WS-ENV-OVERRIDE(1:1) = 'Y' OR 'y'
               MOVE 'Y' TO Q-OVERRIDE OF RUNCTL-SVC-REQ
           END-IF
           CALL 'RUNCTL-SVC' USING RUNCTL-SVC-REQ RUNCTL-SVC-RES
           MOVE OUT-START-TIMESTAMP OF RUNCTL-SVC-RES
               TO WS-RUN-START-TS
           .

      * REGISTER-RUN-END: Closes the registered run out with the
      * employees valued and the journal lines written; a valuation
      * with nothing to value completes without files.
       REGISTER-RUN-END.
           IF WS-VALUED-COUNT = 0 AND RETURN-CODE NOT = 8
               MOVE 'C' TO WS-RUN-OUTCOME
           END-IF
           INITIALIZE RUNCTL-SVC-REQ
           INITIALIZE RUNCTL-SVC-RES
           SET OP-END OF RUNCTL-SVC-REQ TO TRUE
           MOVE 'LVLIAB' TO USER-ID OF RUNCTL-SVC-REQ
           MOVE SPACES TO CORR-ID OF RUNCTL-SVC-REQ
           MOVE WS-PROGRAM-NAME(1:8) TO Q-JOB-NAME OF RUNCTL-SVC-REQ
           MOVE WS-RUN-PARM TO Q-RUN-PARM OF RUNCTL-SVC-REQ
           MOVE WS-RUN-START-TS
               TO Q-START-TIMESTAMP OF RUNCTL-SVC-REQ
           MOVE WS-VALUED-COUNT TO Q-TOTAL-COUNT OF RUNCTL-SVC-REQ
           MOVE WS-LINE-COUNT TO Q-SUCCESS-COUNT OF RUNCTL-SVC-REQ
           MOVE WS-UNVALUED-COUNT TO Q-FAILED-COUNT OF RUNCTL-SVC-REQ
           MOVE WS-RUN-OUTCOME TO Q-OUTCOME OF RUNCTL-SVC-REQ
           CALL 'RUNCTL-SVC' USING RUNCTL-SVC-REQ RUNCTL-SVC-RES
           .

      * OPEN-PRINT-FILE / EMIT-PRINT-LINE / CLOSE-PRINT-FILE: the
      * report's print-file plumbing, shared shape across the report
      * programs.
       OPEN-PRINT-FILE.
           MOVE SPACES TO WS-RPT-OPERATOR
           ACCEPT WS-RPT-OPERATOR FROM ENVIRONMENT 'REPORT_OPERATOR'
           IF WS-RPT-OPERATOR = SPACES
               MOVE 'OPERATOR' TO WS-RPT-OPERATOR
           END-IF
           MOVE 'O' TO WS-RPT-OP
           MOVE SPACES TO WS-RPT-LINE
           CALL 'RPT-PRINT' USING WS-RPT-OP WS-RPT-NAME WS-RPT-TITLE
                                  WS-RPT-OPERATOR WS-RPT-LINE
                                  WS-RPT-STATUS
           MOVE SPACES TO WS-RPT-LINE
           .

       EMIT-PRINT-LINE.
           MOVE 'W' TO WS-RPT-OP
           CALL 'RPT-PRINT' USING WS-RPT-OP WS-RPT-NAME WS-RPT-TITLE
                                  WS-RPT-OPERATOR WS-RPT-LINE
                                  WS-RPT-STATUS
           MOVE SPACES TO WS-RPT-LINE
           .

       CLOSE-PRINT-FILE.
           MOVE 'C' TO WS-RPT-OP
           CALL 'RPT-PRINT' USING WS-RPT-OP WS-RPT-NAME WS-RPT-TITLE
                                  WS-RPT-OPERATOR WS-RPT-LINE
                                  WS-RPT-STATUS
           DISPLAY 'Print file written: hr-cobol/data/reports/'
               WS-RPT-NAME
           .

       END PROGRAM LVLIAB.
