       IDENTIFICATION DIVISION.
       PROGRAM-ID. MINWCHK.
      ******************************************************************
      * MINWCHK - Regional Minimum Wage Compliance Check
      * Purpose: Lists every employee paid below the regional minimum
      *          wage in force at their establishment on a check
      *          date, grouped by establishment. The minimum is the
      *          one the establishment's prefecture has on the
      *          minimum wage master for that date, so running with
      *          the date an announced revision takes effect shows
      *          who needs a raise before it does.
      *          Hourly staff are judged on the COMP-SVC hourly rate
      *          as it stands. Monthly staff are converted to an
      *          hourly figure: base salary plus the qualifying
      *          recurring allowances (commuting, overtime premiums
      *          and bonuses excluded) times twelve, over the year's
      *          scheduled hours - the scheduled working days of the
      *          check date's calendar year under the employee's
      *          schedule pattern times its DAILY-HOURS (weekdays
      *          less the holiday calendar at 8 hours without one,
      *          the way PAY-SVC counts expected days).
      *          Employees who could not be judged - no compensation
      *          on file, no prefecture or no minimum wage for the
      *          establishment - are listed separately.
      * Input: hr-cobol/data/employees.dat
      *        compensation, earnings, schedule patterns,
      *        establishments and minimum wages via their services
      * Output: hr-cobol/data/reports/MINWCHK.rpt (via RPT-PRINT)
      * Parm: MINWCHK_DATE environment variable (YYYYMMDD, default
      *       today)
      *       MINWCHK_LOCATION environment variable (establishment
      *       filter, absent for every establishment)
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

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'MINWCHK'.
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
           COPY loc-req.
           COPY loc-res.
           COPY minw-req.
           COPY minw-res.

      * Working storage for DATE-UTIL calls
       01  WS-DATE-OPERATION       PIC X(2).
       01  WS-DATE-UTIL-D1         PIC 9(8).
       01  WS-DATE-UTIL-D2         PIC 9(8).
       01  WS-DATE-UTIL-RESULT     PIC S9(9).
       01  WS-DATE-UTIL-STATUS     PIC 9.

      * Print-file plumbing
       01  WS-RPT-OP               PIC X.
       01  WS-RPT-NAME             PIC X(8)  VALUE 'MINWCHK'.
       01  WS-RPT-TITLE            PIC X(40)
           VALUE 'REGIONAL MINIMUM WAGE COMPLIANCE CHECK'.
       01  WS-RPT-OPERATOR         PIC X(16).
       01  WS-RPT-LINE             PIC X(100).
       01  WS-RPT-STATUS           PIC 9.

      * Daily hours assumed without a schedule pattern - PAY-SVC's
      * SCHEDULED-DAILY-HOURS
       78  DEFAULT-DAILY-HOURS     VALUE 8.

       01  WS-ENV-DATE             PIC X(10).
       01  WS-ENV-LOCATION         PIC X(10).
       01  WS-LOCATION-FILTER      PIC X(4) VALUE SPACES.
       01  WS-CHECK-DATE           PIC 9(8) VALUE 0.
       01  WS-TODAY                PIC 9(8).
       01  WS-CHECK-YEAR           PIC 9(4).
       01  WS-CHECK-MMDD           PIC 9(4).

      * Employees in force on the check date - the latest version of
      * each (the file arrives in EMP-ID + VALID-FROM order)
       78  MAX-CHECK-EMPS          VALUE 5000.
       01  WS-EMP-COUNT            PIC 9(5) VALUE 0.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-EMP-IDX.
               10  WS-ET-EMP-ID    PIC 9(9).
               10  WS-ET-LOCATION  PIC X(4).
               10  WS-ET-LAST-NAME PIC X(30).
               10  WS-ET-FIRST-NAME PIC X(30).
               10  WS-ET-PATTERN   PIC X(4).
               10  WS-ET-STATUS    PIC X.
                   88  WS-ET-TERMINATED    VALUE 'T'.
               10  WS-ET-HIRE-DATE PIC 9(8).

      * Print order - establishment, then EMP-ID
       01  WS-ORDER-COUNT          PIC 9(5) VALUE 0.
       01  WS-ORDER-LIST           PIC 9(5) OCCURS 5000 TIMES.
       01  WS-ORDER-IDX            PIC 9(5).
       01  WS-SORT-I               PIC 9(5).
       01  WS-SORT-J               PIC 9(5).
       01  WS-SORT-MIN-IDX         PIC 9(5).
       01  WS-SORT-TEMP            PIC 9(5).
       01  WS-SORT-KEY-J           PIC X(13).
       01  WS-SORT-KEY-MIN         PIC X(13).

      * The establishment being printed and the minimum in force
      * there
       01  WS-FIRST-GROUP-SW       PIC X.
           88  FIRST-GROUP             VALUE 'Y'.
       01  WS-LAST-LOCATION        PIC X(4).
       01  WS-LOC-PREFECTURE       PIC X(2).
       01  WS-LOC-MINIMUM          PIC 9(5)V99.
       01  WS-LOC-MIN-FROM         PIC 9(8).
       01  WS-LOC-SW               PIC X.
           88  LOC-MINIMUM-KNOWN       VALUE 'Y'.
           88  LOC-MINIMUM-UNKNOWN     VALUE 'N'.
       01  WS-LOC-REASON           PIC X(30).

      * Scheduled working days of the check year per pattern,
      * counted once per pattern
       78  MAX-CHECK-PATTERNS      VALUE 200.
       01  WS-PAT-COUNT            PIC 9(3) VALUE 0.
       01  WS-PAT-TABLE.
           05  WS-PAT-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-PAT-IDX.
               10  WS-PT-CODE      PIC X(4).
               10  WS-PT-DAYS      PIC 9(3).
               10  WS-PT-HOURS     PIC 9(2)V99.
       01  WS-PAT-FOUND-SW         PIC X.
           88  PATTERN-CACHED          VALUE 'Y'.
           88  PATTERN-NOT-CACHED      VALUE 'N'.
       01  WS-PATTERN-IN-PLAY-SW   PIC X.
           88  PATTERN-IN-PLAY         VALUE 'Y'.
           88  NO-PATTERN              VALUE 'N'.
       01  WS-THIS-PATTERN         PIC X(4).
       01  WS-YEAR-DAYS            PIC 9(3).
       01  WS-DAILY-HOURS          PIC 9(2)V99.
       01  WS-WALK-MONTH           PIC 9(2).
       01  WS-WALK-DAY             PIC 9(2).
       01  WS-WALK-DATE            PIC 9(8).
       01  WS-DAYS-IN-MONTH        PIC 9(2).
       01  WS-LEAP-QUOT            PIC 9(4).
       01  WS-LEAP-REM-4           PIC 9(3).
       01  WS-LEAP-REM-100         PIC 9(3).
       01  WS-LEAP-REM-400         PIC 9(3).

      * One employee's judgement
       01  WS-EARN-CURSOR          PIC X(10).
       01  WS-EARN-SCAN-SW         PIC X.
           88  MORE-EARNINGS           VALUE 'Y'.
           88  NO-MORE-EARNINGS        VALUE 'N'.
       01  WS-BASE-PAY             PIC 9(11)V99.
       01  WS-ALLOWANCES           PIC 9(11)V99.
       01  WS-ANNUAL-HOURS         PIC 9(5)V99.
       01  WS-HOURLY-EQUIV         PIC 9(7)V99.
       01  WS-SHORTFALL            PIC 9(7)V99.
       01  WS-BASIS                PIC X.
       01  WS-JUDGED-SW            PIC X.
           88  EMP-JUDGED              VALUE 'Y'.
           88  EMP-NOT-JUDGED          VALUE 'N'.
       01  WS-SKIP-REASON          PIC X(30).

      * Employees who could not be judged, printed after the check
       78  MAX-UNCHECKED           VALUE 1000.
       01  WS-UNCHK-COUNT          PIC 9(4) VALUE 0.
       01  WS-UNCHK-TABLE.
           05  WS-UNCHK-ENTRY OCCURS 1000 TIMES.
               10  WS-UC-EMP-ID    PIC 9(9).
               10  WS-UC-LOCATION  PIC X(4).
               10  WS-UC-REASON    PIC X(30).
       01  WS-UNCHK-IDX            PIC 9(4).

       01  WS-EMP-ID-DISPLAY       PIC 9(9).
       01  WS-NAME-DISPLAY         PIC X(24).
       01  WS-AMT-DISPLAY          PIC ZZZ,ZZ9.99.
       01  WS-AMT-DISPLAY-2        PIC ZZZ,ZZ9.99.
       01  WS-AMT-DISPLAY-3        PIC ZZZ,ZZ9.99.
       01  WS-DAYS-DISPLAY         PIC ZZ9.
       01  WS-HOURS-DISPLAY        PIC Z9.99.
       01  WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.
       01  WS-CHECKED-COUNT        PIC 9(5) VALUE 0.
       01  WS-BELOW-COUNT          PIC 9(5) VALUE 0.
       01  WS-LOC-BELOW-COUNT      PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'MINWCHK - Minimum Wage Compliance Check v'
               WS-VERSION

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-ENV-DATE FROM ENVIRONMENT 'MINWCHK_DATE'
           IF WS-ENV-DATE(1:8) IS NUMERIC
               MOVE WS-ENV-DATE(1:8) TO WS-CHECK-DATE
           END-IF
           IF WS-CHECK-DATE < MIN-VALID-DATE
               MOVE WS-TODAY TO WS-CHECK-DATE
           END-IF
           DIVIDE WS-CHECK-DATE BY 10000
               GIVING WS-CHECK-YEAR REMAINDER WS-CHECK-MMDD

           ACCEPT WS-ENV-LOCATION FROM ENVIRONMENT 'MINWCHK_LOCATION'
           MOVE WS-ENV-LOCATION(1:4) TO WS-LOCATION-FILTER

           DISPLAY 'Checking pay as of ' WS-CHECK-DATE
               ' (scheduled days of ' WS-CHECK-YEAR ')'

           PERFORM LOAD-EMPLOYEES
           PERFORM BUILD-CHECK-ORDER

           PERFORM OPEN-PRINT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CHECK DATE ' WS-CHECK-DATE
                  '  SCHEDULED DAYS OF ' WS-CHECK-YEAR
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           SET FIRST-GROUP TO TRUE
           MOVE SPACES TO WS-LAST-LOCATION
           PERFORM CHECK-ONE-EMPLOYEE
               VARYING WS-ORDER-IDX FROM 1 BY 1
               UNTIL WS-ORDER-IDX > WS-ORDER-COUNT
           IF NOT FIRST-GROUP
               PERFORM PRINT-LOCATION-FOOTING
           END-IF

           PERFORM PRINT-UNCHECKED

           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-CHECKED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'EMPLOYEES CHECKED   ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-BELOW-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'BELOW THE MINIMUM   ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-UNCHK-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'NOT CHECKED         ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           PERFORM CLOSE-PRINT-FILE

           MOVE WS-CHECKED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Employees checked:  ' WS-COUNT-DISPLAY
           MOVE WS-BELOW-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Below the minimum:  ' WS-COUNT-DISPLAY
           MOVE WS-UNCHK-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Not checked:        ' WS-COUNT-DISPLAY
           IF WS-BELOW-COUNT > 0 OR WS-UNCHK-COUNT > 0
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

           IF WS-EMP-COUNT >= MAX-CHECK-EMPS
               DISPLAY 'WARNING: employee table full - EMP '
                   EMP-ID OF WS-EMP-REC ' not checked'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EMP-COUNT
           SET WS-EMP-IDX TO WS-EMP-COUNT
           PERFORM STORE-EMPLOYEE-VERSION
           .

       STORE-EMPLOYEE-VERSION.
           MOVE EMP-ID OF WS-EMP-REC TO WS-ET-EMP-ID(WS-EMP-IDX)
           MOVE LOCATION-CODE OF WS-EMP-REC
               TO WS-ET-LOCATION(WS-EMP-IDX)
           MOVE LAST-NAME OF WS-EMP-REC TO WS-ET-LAST-NAME(WS-EMP-IDX)
           MOVE FIRST-NAME OF WS-EMP-REC
               TO WS-ET-FIRST-NAME(WS-EMP-IDX)
           MOVE SCHED-PATTERN-CODE OF WS-EMP-REC
               TO WS-ET-PATTERN(WS-EMP-IDX)
           MOVE EMP-STATUS OF WS-EMP-REC TO WS-ET-STATUS(WS-EMP-IDX)
           MOVE HIRE-DATE OF WS-EMP-REC TO WS-ET-HIRE-DATE(WS-EMP-IDX)
           .

      * BUILD-CHECK-ORDER: Employees on the payroll on the check
      * date - hired by then and not terminated - ordered by
      * establishment, then EMP-ID.
       BUILD-CHECK-ORDER.
           MOVE 0 TO WS-ORDER-COUNT
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > WS-EMP-COUNT
               IF NOT WS-ET-TERMINATED(WS-SORT-I)
                       AND WS-ET-HIRE-DATE(WS-SORT-I) <= WS-CHECK-DATE
                       AND (WS-LOCATION-FILTER = SPACES
                           OR WS-ET-LOCATION(WS-SORT-I)
                               = WS-LOCATION-FILTER)
                   ADD 1 TO WS-ORDER-COUNT
                   MOVE WS-SORT-I TO WS-ORDER-LIST(WS-ORDER-COUNT)
               END-IF
           END-PERFORM

           PERFORM SORT-ORDER-PASS
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I > WS-ORDER-COUNT
           .

       SORT-ORDER-PASS.
           MOVE WS-SORT-I TO WS-SORT-MIN-IDX
           PERFORM FIND-ORDER-MIN
               VARYING WS-SORT-J FROM WS-SORT-I BY 1
               UNTIL WS-SORT-J > WS-ORDER-COUNT
           IF WS-SORT-MIN-IDX NOT = WS-SORT-I
               MOVE WS-ORDER-LIST(WS-SORT-I) TO WS-SORT-TEMP
               MOVE WS-ORDER-LIST(WS-SORT-MIN-IDX)
                   TO WS-ORDER-LIST(WS-SORT-I)
               MOVE WS-SORT-TEMP TO WS-ORDER-LIST(WS-SORT-MIN-IDX)
           END-IF
           .

       FIND-ORDER-MIN.
           MOVE WS-ORDER-LIST(WS-SORT-J) TO WS-SORT-TEMP
           MOVE SPACES TO WS-SORT-KEY-J
           STRING WS-ET-LOCATION(WS-SORT-TEMP)
                  WS-ET-EMP-ID(WS-SORT-TEMP)
               DELIMITED BY SIZE INTO WS-SORT-KEY-J
           MOVE WS-ORDER-LIST(WS-SORT-MIN-IDX) TO WS-SORT-TEMP
           MOVE SPACES TO WS-SORT-KEY-MIN
           STRING WS-ET-LOCATION(WS-SORT-TEMP)
                  WS-ET-EMP-ID(WS-SORT-TEMP)
               DELIMITED BY SIZE INTO WS-SORT-KEY-MIN
           IF WS-SORT-KEY-J < WS-SORT-KEY-MIN
               MOVE WS-SORT-J TO WS-SORT-MIN-IDX
           END-IF
           .

      * CHECK-ONE-EMPLOYEE: Resolves the establishment's minimum on
      * a break, then judges the employee's hourly pay against it.
       CHECK-ONE-EMPLOYEE.
           SET WS-EMP-IDX TO WS-ORDER-LIST(WS-ORDER-IDX)

           IF FIRST-GROUP
                   OR WS-ET-LOCATION(WS-EMP-IDX) NOT = WS-LAST-LOCATION
               IF NOT FIRST-GROUP
                   PERFORM PRINT-LOCATION-FOOTING
               END-IF
               MOVE 'N' TO WS-FIRST-GROUP-SW
               MOVE WS-ET-LOCATION(WS-EMP-IDX) TO WS-LAST-LOCATION
               PERFORM RESOLVE-LOCATION-MINIMUM
               PERFORM PRINT-LOCATION-HEADING
           END-IF

           IF LOC-MINIMUM-UNKNOWN
               MOVE WS-LOC-REASON TO WS-SKIP-REASON
               PERFORM NOTE-UNCHECKED
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-HOURLY-EQUIVALENT
           IF EMP-NOT-JUDGED
               PERFORM NOTE-UNCHECKED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CHECKED-COUNT
           IF WS-HOURLY-EQUIV < WS-LOC-MINIMUM
               COMPUTE WS-SHORTFALL = WS-LOC-MINIMUM - WS-HOURLY-EQUIV
               ADD 1 TO WS-BELOW-COUNT
               ADD 1 TO WS-LOC-BELOW-COUNT
               PERFORM PRINT-BELOW-MINIMUM
           END-IF
           .

      * RESOLVE-LOCATION-MINIMUM: The establishment's prefecture
      * from LOC-SVC, then the minimum in force there on the check
      * date from MINWAGE-SVC.
       RESOLVE-LOCATION-MINIMUM.
           SET LOC-MINIMUM-UNKNOWN TO TRUE
           MOVE SPACES TO WS-LOC-PREFECTURE
           MOVE 0 TO WS-LOC-MINIMUM
           MOVE 0 TO WS-LOC-MIN-FROM
           MOVE 0 TO WS-LOC-BELOW-COUNT

           IF WS-LAST-LOCATION = SPACES
               MOVE 'NO ESTABLISHMENT ASSIGNED' TO WS-LOC-REASON
               EXIT PARAGRAPH
           END-IF

           INITIALIZE LOC-SVC-REQ
           INITIALIZE LOC-SVC-RES
           SET OP-FIND OF LOC-SVC-REQ TO TRUE
           MOVE 'MINWCHK' TO USER-ID OF LOC-SVC-REQ
           MOVE SPACES TO CORR-ID OF LOC-SVC-REQ
           MOVE WS-LAST-LOCATION TO Q-LOCATION-CODE OF LOC-SVC-REQ
           CALL 'LOC-SVC' USING LOC-SVC-REQ LOC-SVC-RES
           IF NOT OK OF LOC-SVC-RES
               MOVE 'ESTABLISHMENT NOT ON FILE' TO WS-LOC-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE PREFECTURE-CODE OF OUT-LOCATION OF LOC-SVC-RES
               TO WS-LOC-PREFECTURE
           IF WS-LOC-PREFECTURE = SPACES
               MOVE 'NO PREFECTURE ON ESTABLISHMENT' TO WS-LOC-REASON
               EXIT PARAGRAPH
           END-IF

           INITIALIZE MINWAGE-SVC-REQ
           INITIALIZE MINWAGE-SVC-RES
           SET OP-FIND-AS-OF OF MINWAGE-SVC-REQ TO TRUE
           MOVE 'MINWCHK' TO USER-ID OF MINWAGE-SVC-REQ
           MOVE SPACES TO CORR-ID OF MINWAGE-SVC-REQ
           MOVE WS-LOC-PREFECTURE
               TO Q-PREFECTURE-CODE OF MINWAGE-SVC-REQ
           MOVE WS-CHECK-DATE TO Q-AS-OF-DATE OF MINWAGE-SVC-REQ
           CALL 'MINWAGE-SVC' USING MINWAGE-SVC-REQ MINWAGE-SVC-RES
           IF NOT OK OF MINWAGE-SVC-RES
               MOVE 'NO MINIMUM WAGE FOR PREFECTURE' TO WS-LOC-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE HOURLY-MINIMUM OF OUT-MINWAGE OF MINWAGE-SVC-RES
               TO WS-LOC-MINIMUM
           MOVE EFFECTIVE-FROM OF OUT-MINWAGE OF MINWAGE-SVC-RES
               TO WS-LOC-MIN-FROM
           SET LOC-MINIMUM-KNOWN TO TRUE
           .

      * COMPUTE-HOURLY-EQUIVALENT: The compensation in force on the
      * check date - an hourly rate as it stands, a monthly salary
      * with its qualifying allowances over the average monthly
      * scheduled hours.
       COMPUTE-HOURLY-EQUIVALENT.
           SET EMP-NOT-JUDGED TO TRUE
           MOVE 0 TO WS-HOURLY-EQUIV
           MOVE 0 TO WS-ALLOWANCES

           INITIALIZE COMP-SVC-REQ
           INITIALIZE COMP-SVC-RES
           SET OP-FIND-AS-OF OF COMP-SVC-REQ TO TRUE
           MOVE 'MINWCHK' TO USER-ID OF COMP-SVC-REQ
           MOVE SPACES TO CORR-ID OF COMP-SVC-REQ
           MOVE WS-ET-EMP-ID(WS-EMP-IDX) TO Q-EMP-ID OF COMP-SVC-REQ
           MOVE WS-CHECK-DATE TO Q-AS-OF-DATE OF COMP-SVC-REQ
           CALL 'COMP-SVC' USING COMP-SVC-REQ COMP-SVC-RES
           IF NOT OK OF COMP-SVC-RES
               MOVE 'NO COMPENSATION IN FORCE' TO WS-SKIP-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE BASE-SALARY OF OUT-COMP OF COMP-SVC-RES TO WS-BASE-PAY
           MOVE PAY-BASIS OF OUT-COMP OF COMP-SVC-RES TO WS-BASIS

           IF BASIS-HOURLY OF OUT-COMP OF COMP-SVC-RES
               MOVE WS-BASE-PAY TO WS-HOURLY-EQUIV
               SET EMP-JUDGED TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ET-PATTERN(WS-EMP-IDX) TO WS-THIS-PATTERN
           PERFORM RESOLVE-YEAR-SCHEDULE
           COMPUTE WS-ANNUAL-HOURS = WS-YEAR-DAYS * WS-DAILY-HOURS
           IF WS-ANNUAL-HOURS = 0
               MOVE 'NO SCHEDULED HOURS IN YEAR' TO WS-SKIP-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-EARN-CURSOR
           SET MORE-EARNINGS TO TRUE
           PERFORM SCAN-NEXT-EARNING UNTIL NO-MORE-EARNINGS

      *    Truncated, not rounded - a figure a fraction of a yen
      *    short is short
           COMPUTE WS-HOURLY-EQUIV =
               (WS-BASE-PAY + WS-ALLOWANCES) * 12 / WS-ANNUAL-HOURS
           SET EMP-JUDGED TO TRUE
           .

      * SCAN-NEXT-EARNING: One step of the earnings scan - the
      * recurring allowances in force on the check date count;
      * commuting components and overtime premiums do not.
       SCAN-NEXT-EARNING.
           INITIALIZE EARN-SVC-REQ
           INITIALIZE EARN-SVC-RES
           SET OP-LIST-FOR-EMP OF EARN-SVC-REQ TO TRUE
           MOVE 'MINWCHK' TO USER-ID OF EARN-SVC-REQ
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

           IF EARN-CODE OF OUT-EARNING OF EARN-SVC-RES = 'COMMUTE   '
                   OR EARN-CODE OF OUT-EARNING OF EARN-SVC-RES
                       = 'COMMUTETX '
               EXIT PARAGRAPH
           END-IF

           IF EARN-ACTIVE OF OUT-EARNING OF EARN-SVC-RES
                   AND EARN-ALLOWANCE OF OUT-EARNING OF EARN-SVC-RES
                   AND WS-CHECK-DATE >=
                       EFFECTIVE-FROM OF OUT-EARNING OF EARN-SVC-RES
                   AND WS-CHECK-DATE <=
                       EFFECTIVE-TO OF OUT-EARNING OF EARN-SVC-RES
               ADD EARN-AMOUNT OF OUT-EARNING OF EARN-SVC-RES
                   TO WS-ALLOWANCES
           END-IF
           .

      * RESOLVE-YEAR-SCHEDULE: The check year's scheduled working
      * days and daily hours under WS-THIS-PATTERN, counted on first
      * use and kept for the employees that follow.
       RESOLVE-YEAR-SCHEDULE.
           SET PATTERN-NOT-CACHED TO TRUE
           IF WS-PAT-COUNT > 0
               SET WS-PAT-IDX TO 1
               SEARCH WS-PAT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PAT-IDX > WS-PAT-COUNT
                       CONTINUE
                   WHEN WS-PT-CODE(WS-PAT-IDX) = WS-THIS-PATTERN
                       SET PATTERN-CACHED TO TRUE
               END-SEARCH
           END-IF
           IF PATTERN-CACHED
               MOVE WS-PT-DAYS(WS-PAT-IDX) TO WS-YEAR-DAYS
               MOVE WS-PT-HOURS(WS-PAT-IDX) TO WS-DAILY-HOURS
               EXIT PARAGRAPH
           END-IF

           PERFORM COUNT-YEAR-SCHEDULE

           IF WS-PAT-COUNT < MAX-CHECK-PATTERNS
               ADD 1 TO WS-PAT-COUNT
               MOVE WS-THIS-PATTERN TO WS-PT-CODE(WS-PAT-COUNT)
               MOVE WS-YEAR-DAYS TO WS-PT-DAYS(WS-PAT-COUNT)
               MOVE WS-DAILY-HOURS TO WS-PT-HOURS(WS-PAT-COUNT)
           END-IF
           .

      * COUNT-YEAR-SCHEDULE: An active pattern decides the days by
      * its workday flags and supplies DAILY-HOURS; without one (or
      * with one the master no longer answers) the business days of
      * the holiday calendar at the default daily hours apply.
       COUNT-YEAR-SCHEDULE.
           MOVE 0 TO WS-YEAR-DAYS
           MOVE DEFAULT-DAILY-HOURS TO WS-DAILY-HOURS
           SET NO-PATTERN TO TRUE

           IF WS-THIS-PATTERN NOT = SPACES
               INITIALIZE SCHED-SVC-REQ
               INITIALIZE SCHED-SVC-RES
               SET OP-FIND OF SCHED-SVC-REQ TO TRUE
               MOVE 'MINWCHK' TO USER-ID OF SCHED-SVC-REQ
               MOVE SPACES TO CORR-ID OF SCHED-SVC-REQ
               MOVE WS-THIS-PATTERN TO Q-PATTERN-CODE OF SCHED-SVC-REQ
               CALL 'SCHED-SVC' USING SCHED-SVC-REQ SCHED-SVC-RES
               IF OK OF SCHED-SVC-RES
                       AND PATTERN-ACTIVE
                           OF OUT-SCHEDULE OF SCHED-SVC-RES
                   SET PATTERN-IN-PLAY TO TRUE
                   IF DAILY-HOURS OF OUT-SCHEDULE OF SCHED-SVC-RES
                           > 0
                       MOVE DAILY-HOURS
                               OF OUT-SCHEDULE OF SCHED-SVC-RES
                           TO WS-DAILY-HOURS
                   END-IF
               END-IF
           END-IF

           DIVIDE WS-CHECK-YEAR BY 4 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM-4
           DIVIDE WS-CHECK-YEAR BY 100 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM-100
           DIVIDE WS-CHECK-YEAR BY 400 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM-400

           PERFORM COUNT-MONTH-SCHEDULE
               VARYING WS-WALK-MONTH FROM 1 BY 1
               UNTIL WS-WALK-MONTH > 12
           .

       COUNT-MONTH-SCHEDULE.
           EVALUATE WS-WALK-MONTH
               WHEN 2
                   IF WS-LEAP-REM-400 = 0
                           OR (WS-LEAP-REM-4 = 0
                               AND WS-LEAP-REM-100 NOT = 0)
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

           PERFORM COUNT-DAY-SCHEDULE
               VARYING WS-WALK-DAY FROM 1 BY 1
               UNTIL WS-WALK-DAY > WS-DAYS-IN-MONTH
           .

       COUNT-DAY-SCHEDULE.
           COMPUTE WS-WALK-DATE = WS-CHECK-YEAR * 10000
               + WS-WALK-MONTH * 100 + WS-WALK-DAY

           IF PATTERN-IN-PLAY
               INITIALIZE SCHED-SVC-REQ
               INITIALIZE SCHED-SVC-RES
               SET OP-CHECK OF SCHED-SVC-REQ TO TRUE
               MOVE 'MINWCHK' TO USER-ID OF SCHED-SVC-REQ
               MOVE SPACES TO CORR-ID OF SCHED-SVC-REQ
               MOVE WS-THIS-PATTERN TO Q-PATTERN-CODE OF SCHED-SVC-REQ
               MOVE WS-WALK-DATE TO Q-WORK-DATE OF SCHED-SVC-REQ
               CALL 'SCHED-SVC' USING SCHED-SVC-REQ SCHED-SVC-RES
               IF OK OF SCHED-SVC-RES
                       AND DAY-IS-SCHEDULED OF SCHED-SVC-RES
                   ADD 1 TO WS-YEAR-DAYS
               END-IF
           ELSE
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
                   ADD 1 TO WS-YEAR-DAYS
               END-IF
           END-IF
           .

       NOTE-UNCHECKED.
           IF WS-UNCHK-COUNT < MAX-UNCHECKED
               ADD 1 TO WS-UNCHK-COUNT
               MOVE WS-ET-EMP-ID(WS-EMP-IDX)
                   TO WS-UC-EMP-ID(WS-UNCHK-COUNT)
               MOVE WS-ET-LOCATION(WS-EMP-IDX)
                   TO WS-UC-LOCATION(WS-UNCHK-COUNT)
               MOVE WS-SKIP-REASON TO WS-UC-REASON(WS-UNCHK-COUNT)
           END-IF
           .

       PRINT-LOCATION-HEADING.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF LOC-MINIMUM-KNOWN
               MOVE WS-LOC-MINIMUM TO WS-AMT-DISPLAY
               STRING 'ESTABLISHMENT ' WS-LAST-LOCATION
                      '  ' LOCATION-NAME OF OUT-LOCATION OF LOC-SVC-RES
                      '  PREF ' WS-LOC-PREFECTURE
                      '  MINIMUM ' WS-AMT-DISPLAY
                      ' FROM ' WS-LOC-MIN-FROM
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING '  EMP-ID    NAME                     B'
                      '     HOURLY    MINIMUM  SHORTFALL  DAYS  HOURS'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING 'ESTABLISHMENT ' WS-LAST-LOCATION
                      '  NOT CHECKED - ' WS-LOC-REASON
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM EMIT-PRINT-LINE
           .

       PRINT-BELOW-MINIMUM.
           MOVE WS-ET-EMP-ID(WS-EMP-IDX) TO WS-EMP-ID-DISPLAY
           MOVE SPACES TO WS-NAME-DISPLAY
           STRING WS-ET-LAST-NAME(WS-EMP-IDX) DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  WS-ET-FIRST-NAME(WS-EMP-IDX) DELIMITED BY '  '
               INTO WS-NAME-DISPLAY
           MOVE WS-HOURLY-EQUIV TO WS-AMT-DISPLAY
           MOVE WS-LOC-MINIMUM TO WS-AMT-DISPLAY-2
           MOVE WS-SHORTFALL TO WS-AMT-DISPLAY-3
           MOVE SPACES TO WS-RPT-LINE
           IF WS-BASIS = 'H'
               STRING '  ' WS-EMP-ID-DISPLAY ' ' WS-NAME-DISPLAY
                      ' ' WS-BASIS
                      ' ' WS-AMT-DISPLAY
                      ' ' WS-AMT-DISPLAY-2
                      ' ' WS-AMT-DISPLAY-3
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               MOVE WS-YEAR-DAYS TO WS-DAYS-DISPLAY
               MOVE WS-DAILY-HOURS TO WS-HOURS-DISPLAY
               STRING '  ' WS-EMP-ID-DISPLAY ' ' WS-NAME-DISPLAY
                      ' ' WS-BASIS
                      ' ' WS-AMT-DISPLAY
                      ' ' WS-AMT-DISPLAY-2
                      ' ' WS-AMT-DISPLAY-3
                      '   ' WS-DAYS-DISPLAY
                      '  ' WS-HOURS-DISPLAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM EMIT-PRINT-LINE
           .

       PRINT-LOCATION-FOOTING.
           IF LOC-MINIMUM-UNKNOWN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOC-BELOW-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING '  BELOW THE MINIMUM AT ' WS-LAST-LOCATION
                  ' ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

       PRINT-UNCHECKED.
           IF WS-UNCHK-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE 'EMPLOYEES NOT CHECKED' TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           PERFORM VARYING WS-UNCHK-IDX FROM 1 BY 1
                   UNTIL WS-UNCHK-IDX > WS-UNCHK-COUNT
               MOVE WS-UC-EMP-ID(WS-UNCHK-IDX) TO WS-EMP-ID-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING '  ' WS-EMP-ID-DISPLAY
                      '  EST ' WS-UC-LOCATION(WS-UNCHK-IDX)
                      '  ' WS-UC-REASON(WS-UNCHK-IDX)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-PERFORM
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

       END PROGRAM MINWCHK.
