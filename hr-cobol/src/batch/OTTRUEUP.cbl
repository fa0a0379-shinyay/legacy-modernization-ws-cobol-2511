       IDENTIFICATION DIVISION.
       PROGRAM-ID. OTTRUEUP.
      ******************************************************************
      * OTTRUEUP - Fixed Overtime Allowance Monthly True-Up Batch
      * Purpose: Values each month's actual overtime, late-night and
      *          statutory-holiday hours of the employees paid a fixed
      *          overtime premium (an EARN-OVERTIME component carrying
      *          the hours it covers) and books whatever the hours are
      *          worth above the fixed premium as a month-scoped
      *          OTTRUEUP earnings component through EARN-SVC, for
      *          CALCULATE-PAYROLL to add into the month's gross.
      *          The hours are valued the way PAY-SVC values an hourly
      *          employee's: the hourly rate times the overtime,
      *          late-night and holiday premium bands. The hourly rate
      *          is the monthly salary plus the recurring allowances
      *          in force (commuting excluded) over the average monthly
      *          scheduled hours - the schedule pattern's daily hours
      *          times its workdays a week, 52 weeks over 12 months
      *          (8 hours, 5 days without a pattern), as SINOTIF
      *          converts pay. Hourly staff are left alone - PAY-SVC
      *          already pays their actual hours.
      *          A re-run for the same month rebooks the component; an
      *          employee no longer over has this month's component
      *          ended. The report lists who went over and by how much.
      * Input: hr-cobol/data/employees.dat
      *        compensation, earnings, schedule patterns and
      *        timecard totals via their services
      * Output: hr-cobol/data/earnings.dat (via EARN-SVC)
      *         hr-cobol/data/reports/OTTRUEUP.rpt (via RPT-PRINT)
      * Parm: OTTRUEUP_PAY_PERIOD environment variable (YYYYMM,
      *       required)
      *       RUNCTL_OVERRIDE environment variable ('Y' overrides
      *       the duplicate-run guard)
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE
               ASSIGN TO 'hr-cobol/data/employees.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD         PIC X(1000).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'OTTRUEUP'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

       01  WS-EMP-FILE-STATUS      PIC XX.
           88  EMP-FILE-OK             VALUE '00'.
           88  EMP-FILE-EOF            VALUE '10'.
           88  EMP-FILE-NOT-FOUND      VALUE '35'.

       01  WS-EMP-REC.
           COPY employee REPLACING ==05== BY ==10==.

      * Working storage for the service calls
           COPY comp-req.
           COPY comp-res.
           COPY earn-req.
           COPY earn-res.
           COPY sched-req.
           COPY sched-res.
           COPY time-req.
           COPY time-res.

      * Working storage for RUNCTL-SVC calls
           COPY runctl-req.
           COPY runctl-res.
       01  WS-RUN-PARM             PIC X(10).
       01  WS-RUN-START-TS         PIC 9(14).
       01  WS-ENV-OVERRIDE         PIC X(10).

      * Print-file plumbing
       01  WS-RPT-OP               PIC X.
       01  WS-RPT-NAME             PIC X(8)  VALUE 'OTTRUEUP'.
       01  WS-RPT-TITLE            PIC X(40)
           VALUE 'FIXED OVERTIME ALLOWANCE TRUE-UP'.
       01  WS-RPT-OPERATOR         PIC X(16).
       01  WS-RPT-LINE             PIC X(100).
       01  WS-RPT-STATUS           PIC 9.

      * PAY-SVC's premium bands - overtime at 125%, late-night an
      * extra 25% on hours already counted, statutory holiday 135%
       78  OVERTIME-PREMIUM-RATE   VALUE 1.25.
       78  NIGHT-PREMIUM-RATE      VALUE 0.25.
       78  HOLIDAY-PREMIUM-RATE    VALUE 1.35.
      * Daily hours and workdays a week assumed without a schedule
      * pattern - PAY-SVC's SCHEDULED-DAILY-HOURS, Monday to Friday
       78  DEFAULT-DAILY-HOURS     VALUE 8.
       78  DEFAULT-WORKDAYS        VALUE 5.

      * The component the excess is booked under
       01  WS-TRUEUP-CODE          PIC X(10) VALUE 'OTTRUEUP'.

       01  WS-ENV-PAY-PERIOD       PIC X(10).
       01  WS-PERIOD               PIC 9(6) VALUE 0.
       01  WS-EFF-FROM             PIC 9(8).
       01  WS-EFF-TO               PIC 9(8).

      * Employees on the payroll in the period - the latest version
      * of each (the file arrives in EMP-ID + VALID-FROM order)
       78  MAX-TRUEUP-EMPS         VALUE 5000.
       01  WS-EMP-COUNT            PIC 9(5) VALUE 0.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-EMP-IDX.
               10  WS-ET-EMP-ID    PIC 9(9).
               10  WS-ET-LAST-NAME PIC X(30).
               10  WS-ET-FIRST-NAME PIC X(30).
               10  WS-ET-PATTERN   PIC X(4).
               10  WS-ET-STATUS    PIC X.
                   88  WS-ET-TERMINATED    VALUE 'T'.
               10  WS-ET-HIRE-DATE PIC 9(8).

      * One employee's earnings scan
       01  WS-EARN-CURSOR          PIC X(10).
       01  WS-EARN-SCAN-SW         PIC X.
           88  MORE-EARNINGS           VALUE 'Y'.
           88  NO-MORE-EARNINGS        VALUE 'N'.
       01  WS-FIXED-COUNT          PIC 9(3).
       01  WS-FIXED-AMOUNT         PIC 9(11)V99.
       01  WS-COVERED-HOURS        PIC 9(4)V99.
       01  WS-ALLOWANCES           PIC 9(11)V99.
       01  WS-PRIOR-SW             PIC X.
           88  PRIOR-TRUEUP-THIS-MONTH VALUE 'Y'.
           88  NO-PRIOR-TRUEUP         VALUE 'N'.

      * One employee's valuation
       01  WS-BASE-PAY             PIC 9(11)V99.
       01  WS-WORKDAYS             PIC 9.
       01  WS-DAILY-HOURS          PIC 9(2)V99.
       01  WS-MONTHLY-HOURS        PIC 9(3)V99.
       01  WS-HOURLY-RATE          PIC 9(7)V99.
       01  WS-OT-HOURS             PIC 9(4)V99.
       01  WS-NIGHT-HOURS          PIC 9(4)V99.
       01  WS-HOLIDAY-HOURS        PIC 9(4)V99.
       01  WS-ACTUAL-HOURS         PIC 9(4)V99.
       01  WS-ACTUAL-VALUE         PIC 9(11)V99.
       01  WS-EXCESS-AMOUNT        PIC 9(11)V99.
       01  WS-JUDGED-SW            PIC X.
           88  EMP-VALUED              VALUE 'Y'.
           88  EMP-NOT-VALUED          VALUE 'N'.
       01  WS-SKIP-REASON          PIC X(30).

      * Employees who could not be trued up, printed after the list
       78  MAX-SKIPPED             VALUE 1000.
       01  WS-SKIP-COUNT           PIC 9(4) VALUE 0.
       01  WS-SKIP-TABLE.
           05  WS-SKIP-ENTRY OCCURS 1000 TIMES.
               10  WS-SK-EMP-ID    PIC 9(9).
               10  WS-SK-REASON    PIC X(30).
       01  WS-SKIP-IDX             PIC 9(4).

       01  WS-EMP-ID-DISPLAY       PIC 9(9).
       01  WS-NAME-DISPLAY         PIC X(20).
       01  WS-HOURS-DISPLAY        PIC ZZ9.99.
       01  WS-HOURS-DISPLAY-2      PIC ZZ9.99.
       01  WS-AMT-DISPLAY          PIC ZZ,ZZZ,ZZ9.99.
       01  WS-AMT-DISPLAY-2        PIC ZZ,ZZZ,ZZ9.99.
       01  WS-AMT-DISPLAY-3        PIC ZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.

       01  WS-VALUED-COUNT         PIC 9(6) VALUE 0.
       01  WS-OVER-COUNT           PIC 9(6) VALUE 0.
       01  WS-ENDED-COUNT          PIC 9(6) VALUE 0.
       01  WS-FAILED-COUNT         PIC 9(6) VALUE 0.
       01  WS-TOTAL-EXCESS         PIC 9(11)V99 VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'OTTRUEUP - Fixed Overtime True-Up v' WS-VERSION

           ACCEPT WS-ENV-PAY-PERIOD
               FROM ENVIRONMENT 'OTTRUEUP_PAY_PERIOD'
           IF WS-ENV-PAY-PERIOD(1:6) IS NUMERIC
               MOVE WS-ENV-PAY-PERIOD(1:6) TO WS-PERIOD
           END-IF

           IF WS-PERIOD = 0
               DISPLAY 'ERROR: OTTRUEUP_PAY_PERIOD (YYYYMM) is'
               DISPLAY 'required'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           COMPUTE WS-EFF-FROM = WS-PERIOD * 100 + 1
           COMPUTE WS-EFF-TO = WS-PERIOD * 100 + 31

           PERFORM REGISTER-RUN-START
           IF NOT OK OF RUNCTL-SVC-RES
                   AND STATUS-CODE-N OF RUNCTL-SVC-RES = 409
               DISPLAY 'RUN BLOCKED: ' STATUS-MSG OF RUNCTL-SVC-RES
               DISPLAY 'Set RUNCTL_OVERRIDE=Y to run anyway.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-EMPLOYEES

           PERFORM OPEN-PRINT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PAY PERIOD ' WS-PERIOD
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'EMP-ID     NAME                 COVERED '
                  ' ACTUAL        FIXED         VALUE       EXCESS'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           PERFORM TRUE-UP-ONE-EMPLOYEE
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT

           PERFORM PRINT-SKIPPED

           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-VALUED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'FIXED OVERTIME EMPLOYEES VALUED ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-OVER-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'OVER THEIR COVERED HOURS        ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-TOTAL-EXCESS TO WS-AMT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'TOTAL EXCESS BOOKED         ' WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-ENDED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'EARLIER TRUE-UPS ENDED          ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-SKIP-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'NOT TRUED UP                    ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           PERFORM CLOSE-PRINT-FILE

           PERFORM REGISTER-RUN-END

           MOVE WS-VALUED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Employees valued:        ' WS-COUNT-DISPLAY
           MOVE WS-OVER-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Excess booked:           ' WS-COUNT-DISPLAY
           MOVE WS-ENDED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Earlier true-ups ended:  ' WS-COUNT-DISPLAY
           MOVE WS-FAILED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Failed:                  ' WS-COUNT-DISPLAY
           IF WS-FAILED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      * LOAD-EMPLOYEES: The latest version of every employee - the
      * last row read for an EMP-ID replaces the one before it.
       LOAD-EMPLOYEES.
           MOVE 0 TO WS-EMP-COUNT

           OPEN INPUT EMPLOYEE-FILE
           IF NOT EMP-FILE-OK
               DISPLAY 'ERROR: Cannot open employee file.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL EMP-FILE-EOF
               READ EMPLOYEE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE EMPLOYEE-RECORD TO WS-EMP-REC
                       PERFORM TAKE-EMPLOYEE-VERSION
               END-READ
           END-PERFORM

           CLOSE EMPLOYEE-FILE
           .

       TAKE-EMPLOYEE-VERSION.
           IF WS-EMP-COUNT > 0
               IF EMP-ID OF WS-EMP-REC = WS-ET-EMP-ID(WS-EMP-COUNT)
                   SET WS-EMP-IDX TO WS-EMP-COUNT
                   PERFORM STORE-EMPLOYEE-VERSION
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-EMP-COUNT >= MAX-TRUEUP-EMPS
               DISPLAY 'WARNING: employee table full - EMP '
                   EMP-ID OF WS-EMP-REC ' not trued up'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EMP-COUNT
           SET WS-EMP-IDX TO WS-EMP-COUNT
           PERFORM STORE-EMPLOYEE-VERSION
           .

       STORE-EMPLOYEE-VERSION.
           MOVE EMP-ID OF WS-EMP-REC TO WS-ET-EMP-ID(WS-EMP-IDX)
           MOVE LAST-NAME OF WS-EMP-REC TO WS-ET-LAST-NAME(WS-EMP-IDX)
           MOVE FIRST-NAME OF WS-EMP-REC
               TO WS-ET-FIRST-NAME(WS-EMP-IDX)
           MOVE SCHED-PATTERN-CODE OF WS-EMP-REC
               TO WS-ET-PATTERN(WS-EMP-IDX)
           MOVE EMP-STATUS OF WS-EMP-REC TO WS-ET-STATUS(WS-EMP-IDX)
           MOVE HIRE-DATE OF WS-EMP-REC TO WS-ET-HIRE-DATE(WS-EMP-IDX)
           .

      * TRUE-UP-ONE-EMPLOYEE: For an employee on the payroll in the
      * period with a fixed overtime premium in force, values the
      * month's actual premium hours and books or ends the true-up.
       TRUE-UP-ONE-EMPLOYEE.
           IF WS-ET-TERMINATED(WS-EMP-IDX)
                   OR WS-ET-HIRE-DATE(WS-EMP-IDX) > WS-EFF-TO
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-FIXED-COUNT
           MOVE 0 TO WS-FIXED-AMOUNT
           MOVE 0 TO WS-COVERED-HOURS
           MOVE 0 TO WS-ALLOWANCES
           SET NO-PRIOR-TRUEUP TO TRUE
           MOVE SPACES TO WS-EARN-CURSOR
           SET MORE-EARNINGS TO TRUE
           PERFORM SCAN-NEXT-EARNING UNTIL NO-MORE-EARNINGS

           IF WS-FIXED-COUNT = 0
               IF PRIOR-TRUEUP-THIS-MONTH
                   PERFORM END-PRIOR-TRUEUP
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM VALUE-ACTUAL-HOURS
           IF EMP-NOT-VALUED
               PERFORM NOTE-SKIPPED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-VALUED-COUNT
           IF WS-ACTUAL-VALUE > WS-FIXED-AMOUNT
               COMPUTE WS-EXCESS-AMOUNT =
                   WS-ACTUAL-VALUE - WS-FIXED-AMOUNT
               PERFORM BOOK-TRUEUP-COMPONENT
               IF OK OF EARN-SVC-RES
                   ADD 1 TO WS-OVER-COUNT
                   ADD WS-EXCESS-AMOUNT TO WS-TOTAL-EXCESS
                   PERFORM PRINT-OVER-LINE
               ELSE
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE 'TRUE-UP COULD NOT BE BOOKED' TO WS-SKIP-REASON
                   PERFORM NOTE-SKIPPED
               END-IF
           ELSE
               IF PRIOR-TRUEUP-THIS-MONTH
                   PERFORM END-PRIOR-TRUEUP
               END-IF
           END-IF
           .

      * SCAN-NEXT-EARNING: One step of the earnings scan - the fixed
      * overtime premiums in force in the period and the hours they
      * cover, the recurring allowances that go into the hourly rate
      * (commuting excluded), and whether this month's true-up is
      * already on file from an earlier run.
       SCAN-NEXT-EARNING.
           INITIALIZE EARN-SVC-REQ
           INITIALIZE EARN-SVC-RES
           SET OP-LIST-FOR-EMP OF EARN-SVC-REQ TO TRUE
           MOVE 'OTTRUEUP' TO USER-ID OF EARN-SVC-REQ
           MOVE SPACES TO CORR-ID OF EARN-SVC-REQ
           MOVE WS-ET-EMP-ID(WS-EMP-IDX) TO Q-EMP-ID OF EARN-SVC-REQ
           MOVE WS-EARN-CURSOR TO Q-CURSOR OF EARN-SVC-REQ

           CALL 'EARN-SVC' USING EARN-SVC-REQ EARN-SVC-RES

           IF NOT OK OF EARN-SVC-RES
               SET NO-MORE-EARNINGS TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE NEXT-CURSOR OF EARN-SVC-RES TO WS-EARN-CURSOR
           IF NOT MORE-RESULTS OF EARN-SVC-RES
               SET NO-MORE-EARNINGS TO TRUE
           END-IF

           IF EARN-CODE OF OUT-EARNING OF EARN-SVC-RES = WS-TRUEUP-CODE
               IF EARN-ACTIVE OF OUT-EARNING OF EARN-SVC-RES
                       AND EFFECTIVE-FROM OF OUT-EARNING
                           OF EARN-SVC-RES = WS-EFF-FROM
                   SET PRIOR-TRUEUP-THIS-MONTH TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF EARN-CODE OF OUT-EARNING OF EARN-SVC-RES = 'COMMUTE   '
                   OR EARN-CODE OF OUT-EARNING OF EARN-SVC-RES
                       = 'COMMUTETX '
               EXIT PARAGRAPH
           END-IF

           IF NOT EARN-ACTIVE OF OUT-EARNING OF EARN-SVC-RES
                   OR EFFECTIVE-FROM OF OUT-EARNING OF EARN-SVC-RES
                       > WS-EFF-TO
                   OR EFFECTIVE-TO OF OUT-EARNING OF EARN-SVC-RES
                       < WS-EFF-FROM
               EXIT PARAGRAPH
           END-IF

           IF EARN-OVERTIME OF OUT-EARNING OF EARN-SVC-RES
               ADD 1 TO WS-FIXED-COUNT
               ADD EARN-AMOUNT OF OUT-EARNING OF EARN-SVC-RES
                   TO WS-FIXED-AMOUNT
               ADD COVERED-OT-HOURS OF OUT-EARNING OF EARN-SVC-RES
                   TO WS-COVERED-HOURS
           END-IF
           IF EARN-ALLOWANCE OF OUT-EARNING OF EARN-SVC-RES
               ADD EARN-AMOUNT OF OUT-EARNING OF EARN-SVC-RES
                   TO WS-ALLOWANCES
           END-IF
           .

      * VALUE-ACTUAL-HOURS: The hourly rate from the compensation in
      * force at the period end, then the period's timecard totals
      * valued at the premium bands.
       VALUE-ACTUAL-HOURS.
           SET EMP-NOT-VALUED TO TRUE
           MOVE 0 TO WS-ACTUAL-VALUE

           INITIALIZE COMP-SVC-REQ
           INITIALIZE COMP-SVC-RES
           SET OP-FIND-AS-OF OF COMP-SVC-REQ TO TRUE
           MOVE 'OTTRUEUP' TO USER-ID OF COMP-SVC-REQ
           MOVE SPACES TO CORR-ID OF COMP-SVC-REQ
           MOVE WS-ET-EMP-ID(WS-EMP-IDX) TO Q-EMP-ID OF COMP-SVC-REQ
           MOVE WS-EFF-TO TO Q-AS-OF-DATE OF COMP-SVC-REQ
           CALL 'COMP-SVC' USING COMP-SVC-REQ COMP-SVC-RES
           IF NOT OK OF COMP-SVC-RES
               MOVE 'NO COMPENSATION IN FORCE' TO WS-SKIP-REASON
               ADD 1 TO WS-FAILED-COUNT
               EXIT PARAGRAPH
           END-IF

           IF BASIS-HOURLY OF OUT-COMP OF COMP-SVC-RES
               MOVE 'HOURLY - PAID ON ACTUAL HOURS' TO WS-SKIP-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE BASE-SALARY OF OUT-COMP OF COMP-SVC-RES TO WS-BASE-PAY

           PERFORM RESOLVE-MONTHLY-HOURS
           IF WS-MONTHLY-HOURS = 0
               MOVE 'NO SCHEDULED HOURS' TO WS-SKIP-REASON
               ADD 1 TO WS-FAILED-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-HOURLY-RATE ROUNDED =
               (WS-BASE-PAY + WS-ALLOWANCES) / WS-MONTHLY-HOURS

           INITIALIZE TIME-SVC-REQ
           INITIALIZE TIME-SVC-RES
           SET OP-SUM-PERIOD OF TIME-SVC-REQ TO TRUE
           MOVE 'OTTRUEUP' TO USER-ID OF TIME-SVC-REQ
           MOVE SPACES TO CORR-ID OF TIME-SVC-REQ
           MOVE WS-ET-EMP-ID(WS-EMP-IDX) TO Q-EMP-ID OF TIME-SVC-REQ
           MOVE WS-PERIOD TO Q-PAY-PERIOD OF TIME-SVC-REQ
           CALL 'TIME-SVC' USING TIME-SVC-REQ TIME-SVC-RES
           IF NOT OK OF TIME-SVC-RES
               MOVE 'TIMECARD TOTALS UNAVAILABLE' TO WS-SKIP-REASON
               ADD 1 TO WS-FAILED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE PERIOD-OVERTIME-HOURS OF TIME-SVC-RES TO WS-OT-HOURS
           MOVE PERIOD-NIGHT-HOURS OF TIME-SVC-RES TO WS-NIGHT-HOURS
           MOVE PERIOD-HOLIDAY-HOURS OF TIME-SVC-RES
               TO WS-HOLIDAY-HOURS
           COMPUTE WS-ACTUAL-HOURS = WS-OT-HOURS + WS-HOLIDAY-HOURS
           COMPUTE WS-ACTUAL-VALUE ROUNDED =
               WS-OT-HOURS * WS-HOURLY-RATE * OVERTIME-PREMIUM-RATE
               + WS-NIGHT-HOURS * WS-HOURLY-RATE * NIGHT-PREMIUM-RATE
               + WS-HOLIDAY-HOURS * WS-HOURLY-RATE
                   * HOLIDAY-PREMIUM-RATE
           SET EMP-VALUED TO TRUE
           .

      * RESOLVE-MONTHLY-HOURS: The schedule pattern's daily hours
      * times its workdays a week, 52 weeks over 12 months - 8 hours,
      * 5 days without a pattern.
       RESOLVE-MONTHLY-HOURS.
           MOVE DEFAULT-DAILY-HOURS TO WS-DAILY-HOURS
           MOVE DEFAULT-WORKDAYS TO WS-WORKDAYS

           IF WS-ET-PATTERN(WS-EMP-IDX) NOT = SPACES
               INITIALIZE SCHED-SVC-REQ
               INITIALIZE SCHED-SVC-RES
               SET OP-FIND OF SCHED-SVC-REQ TO TRUE
               MOVE 'OTTRUEUP' TO USER-ID OF SCHED-SVC-REQ
               MOVE SPACES TO CORR-ID OF SCHED-SVC-REQ
               MOVE WS-ET-PATTERN(WS-EMP-IDX)
                   TO Q-PATTERN-CODE OF SCHED-SVC-REQ
               CALL 'SCHED-SVC' USING SCHED-SVC-REQ SCHED-SVC-RES
               IF OK OF SCHED-SVC-RES
                   MOVE DAILY-HOURS OF OUT-SCHEDULE OF SCHED-SVC-RES
                       TO WS-DAILY-HOURS
                   MOVE 0 TO WS-WORKDAYS
                   INSPECT WORKDAY-FLAGS OF OUT-SCHEDULE
                           OF SCHED-SVC-RES
                       TALLYING WS-WORKDAYS FOR ALL 'Y'
               END-IF
           END-IF

           COMPUTE WS-MONTHLY-HOURS ROUNDED =
               WS-DAILY-HOURS * WS-WORKDAYS * 52 / 12
           .

      * BOOK-TRUEUP-COMPONENT: Upserts this month's OTTRUEUP
      * component with the excess - ADD first, UPDATE at the version
      * on file when an earlier run or month already holds the code.
       BOOK-TRUEUP-COMPONENT.
           PERFORM FILL-TRUEUP-REQUEST
           SET OP-ADD OF EARN-SVC-REQ TO TRUE
           CALL 'EARN-SVC' USING EARN-SVC-REQ EARN-SVC-RES

           IF NOT OK OF EARN-SVC-RES
               PERFORM FETCH-TRUEUP-VERSION
               IF OK OF EARN-SVC-RES
                   PERFORM FILL-TRUEUP-REQUEST
                   MOVE REC-VERSION OF OUT-EARNING OF EARN-SVC-RES
                       TO REC-VERSION OF IN-EARNING OF EARN-SVC-REQ
                   SET OP-UPDATE OF EARN-SVC-REQ TO TRUE
                   CALL 'EARN-SVC' USING EARN-SVC-REQ EARN-SVC-RES
               END-IF
           END-IF
           .

      * END-PRIOR-TRUEUP: An employee back within their covered
      * hours on a re-run has the month's earlier true-up ended.
       END-PRIOR-TRUEUP.
           PERFORM FETCH-TRUEUP-VERSION
           IF NOT OK OF EARN-SVC-RES
               ADD 1 TO WS-FAILED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-EXCESS-AMOUNT
           PERFORM FILL-TRUEUP-REQUEST
           MOVE REC-VERSION OF OUT-EARNING OF EARN-SVC-RES
               TO REC-VERSION OF IN-EARNING OF EARN-SVC-REQ
           SET EARN-ENDED OF IN-EARNING OF EARN-SVC-REQ TO TRUE
           SET OP-UPDATE OF EARN-SVC-REQ TO TRUE
           CALL 'EARN-SVC' USING EARN-SVC-REQ EARN-SVC-RES
           IF OK OF EARN-SVC-RES
               ADD 1 TO WS-ENDED-COUNT
           ELSE
               ADD 1 TO WS-FAILED-COUNT
           END-IF
           .

       FETCH-TRUEUP-VERSION.
           INITIALIZE EARN-SVC-REQ
           INITIALIZE EARN-SVC-RES
           SET OP-FIND OF EARN-SVC-REQ TO TRUE
           MOVE 'OTTRUEUP' TO USER-ID OF EARN-SVC-REQ
           MOVE SPACES TO CORR-ID OF EARN-SVC-REQ
           MOVE WS-ET-EMP-ID(WS-EMP-IDX) TO Q-EMP-ID OF EARN-SVC-REQ
           MOVE WS-TRUEUP-CODE TO Q-EARN-CODE OF EARN-SVC-REQ
           CALL 'EARN-SVC' USING EARN-SVC-REQ EARN-SVC-RES
           .

       FILL-TRUEUP-REQUEST.
           INITIALIZE EARN-SVC-REQ
           MOVE 'OTTRUEUP' TO USER-ID OF EARN-SVC-REQ
           MOVE SPACES TO CORR-ID OF EARN-SVC-REQ
           MOVE WS-ET-EMP-ID(WS-EMP-IDX) TO Q-EMP-ID OF EARN-SVC-REQ
           MOVE WS-TRUEUP-CODE TO Q-EARN-CODE OF EARN-SVC-REQ
           MOVE WS-ET-EMP-ID(WS-EMP-IDX)
               TO EMP-ID OF IN-EARNING OF EARN-SVC-REQ
           MOVE WS-TRUEUP-CODE
               TO EARN-CODE OF IN-EARNING OF EARN-SVC-REQ
           MOVE 'Overtime above fixed allowance hours'
               TO EARN-DESCR OF IN-EARNING OF EARN-SVC-REQ
           SET EARN-OVERTIME OF IN-EARNING OF EARN-SVC-REQ TO TRUE
           MOVE WS-EXCESS-AMOUNT
               TO EARN-AMOUNT OF IN-EARNING OF EARN-SVC-REQ
           SET EARN-ACTIVE OF IN-EARNING OF EARN-SVC-REQ TO TRUE
           MOVE WS-EFF-FROM
               TO EFFECTIVE-FROM OF IN-EARNING OF EARN-SVC-REQ
           MOVE WS-EFF-TO
               TO EFFECTIVE-TO OF IN-EARNING OF EARN-SVC-REQ
           MOVE 0 TO COVERED-OT-HOURS OF IN-EARNING OF EARN-SVC-REQ
           .

       NOTE-SKIPPED.
           IF WS-SKIP-COUNT >= MAX-SKIPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SKIP-COUNT
           MOVE WS-ET-EMP-ID(WS-EMP-IDX) TO WS-SK-EMP-ID(WS-SKIP-COUNT)
           MOVE WS-SKIP-REASON TO WS-SK-REASON(WS-SKIP-COUNT)
           .

       PRINT-OVER-LINE.
           MOVE WS-ET-EMP-ID(WS-EMP-IDX) TO WS-EMP-ID-DISPLAY
           MOVE SPACES TO WS-NAME-DISPLAY
           STRING WS-ET-LAST-NAME(WS-EMP-IDX) DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  WS-ET-FIRST-NAME(WS-EMP-IDX) DELIMITED BY '  '
               INTO WS-NAME-DISPLAY
           MOVE WS-COVERED-HOURS TO WS-HOURS-DISPLAY
           MOVE WS-ACTUAL-HOURS TO WS-HOURS-DISPLAY-2
           MOVE WS-FIXED-AMOUNT TO WS-AMT-DISPLAY
           MOVE WS-ACTUAL-VALUE TO WS-AMT-DISPLAY-2
           MOVE WS-EXCESS-AMOUNT TO WS-AMT-DISPLAY-3
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-EMP-ID-DISPLAY '  ' WS-NAME-DISPLAY ' '
                  WS-HOURS-DISPLAY '  ' WS-HOURS-DISPLAY-2
                  WS-AMT-DISPLAY ' ' WS-AMT-DISPLAY-2
                  WS-AMT-DISPLAY-3
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

       PRINT-SKIPPED.
           IF WS-SKIP-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE 'FIXED OVERTIME EMPLOYEES NOT TRUED UP' TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           PERFORM VARYING WS-SKIP-IDX FROM 1 BY 1
                   UNTIL WS-SKIP-IDX > WS-SKIP-COUNT
               MOVE WS-SK-EMP-ID(WS-SKIP-IDX) TO WS-EMP-ID-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING '  ' WS-EMP-ID-DISPLAY
                      '  ' WS-SK-REASON(WS-SKIP-IDX)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-PERFORM
           .

      * REGISTER-RUN-START / REGISTER-RUN-END: central run control
      * registration, the same shape as the other period batches.
       REGISTER-RUN-START.
           MOVE SPACES TO WS-RUN-PARM
           MOVE WS-PERIOD TO WS-RUN-PARM
           INITIALIZE RUNCTL-SVC-REQ
           INITIALIZE RUNCTL-SVC-RES
           SET OP-START OF RUNCTL-SVC-REQ TO TRUE
           MOVE 'OTTRUEUP' TO USER-ID OF RUNCTL-SVC-REQ
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

       REGISTER-RUN-END.
           INITIALIZE RUNCTL-SVC-REQ
           INITIALIZE RUNCTL-SVC-RES
           SET OP-END OF RUNCTL-SVC-REQ TO TRUE
           MOVE 'OTTRUEUP' TO USER-ID OF RUNCTL-SVC-REQ
           MOVE SPACES TO CORR-ID OF RUNCTL-SVC-REQ
           MOVE WS-PROGRAM-NAME(1:8) TO Q-JOB-NAME OF RUNCTL-SVC-REQ
           MOVE WS-RUN-PARM TO Q-RUN-PARM OF RUNCTL-SVC-REQ
           MOVE WS-RUN-START-TS
               TO Q-START-TIMESTAMP OF RUNCTL-SVC-REQ
           COMPUTE Q-TOTAL-COUNT OF RUNCTL-SVC-REQ =
               WS-VALUED-COUNT + WS-FAILED-COUNT
           MOVE WS-VALUED-COUNT TO Q-SUCCESS-COUNT OF RUNCTL-SVC-REQ
           MOVE WS-FAILED-COUNT TO Q-FAILED-COUNT OF RUNCTL-SVC-REQ
           IF WS-VALUED-COUNT = 0 AND WS-FAILED-COUNT > 0
               MOVE 'F' TO Q-OUTCOME OF RUNCTL-SVC-REQ
           ELSE
               MOVE 'C' TO Q-OUTCOME OF RUNCTL-SVC-REQ
           END-IF
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

       END PROGRAM OTTRUEUP.
