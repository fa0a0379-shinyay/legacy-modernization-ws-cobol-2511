       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTSICHK.
      ******************************************************************
      * PTSICHK - Part-Time Social Insurance Coverage Check
      * Purpose: The monthly sweep of part-time (EMP-TYPE-PART) and
      *          contract (EMP-TYPE-CONT) employees against the
      *          health insurance / welfare pension coverage test,
      *          so short-hours workers are enrolled when they first
      *          qualify rather than when the arrears are found.
      *          An employee is covered when the contractual week
      *          reaches three quarters of the full-time week, or -
      *          where the employer is over the size threshold - when
      *          it reaches the short-hours line (20 hours) and the
      *          contractual monthly wage reaches the wage line
      *          (88,000 yen). Contractual hours are the schedule
      *          pattern's DAILY-HOURS times its workdays; the
      *          contractual wage is the COMP-SVC rate times those
      *          hours (52 weeks over 12 months) or the monthly
      *          salary, plus the recurring allowances - overtime,
      *          commuting and bonuses left out. Actual timecard
      *          hours over the two months before the check month
      *          at or above the short-hours line in both months
      *          also count as meeting it, the way the insurers
      *          treat a contract the hours have outgrown.
      *          "Enrolled" is an SI grade on file (SIGRADE-SVC) on
      *          the first of the check month, as PAY-SVC bills it.
      *          Lists who now meets the test and is not enrolled -
      *          each written as an acquisition row in the pension
      *          office layout for the SINOTIF filing - and who is
      *          enrolled but no longer meets it (listed only: the
      *          loss is filed once HR confirms the contract change).
      * Input: hr-cobol/data/employees.dat
      *        data/import/sigrade_table.csv
      *          GRADE,REMUN_FROM,REMUN_TO,STANDARD_REMUN
      *        SIGRADE-SVC, COMP-SVC, EARN-SVC, COMMUTE-SVC,
      *        SCHED-SVC, TIME-SVC, LOC-SVC, COMPANY-SVC, MYNUM-SVC
      * Output: hr-cobol/data/export/ptsi_<YYYYMM>.dat
      *          (sinotif.cpy layout, registered with XMIT-SVC)
      *         hr-cobol/data/reports/PTSICHK_<generation>.rpt
      *         (via RPT-PRINT)
      * Parm: PTSICHK_MONTH environment variable (YYYYMM, default
      *       the current month)
      *       PTSICHK_EMPLOYER_SIZE - the short-hours rule applies
      *       when the company has more insured persons than this
      *       (default 50; 0 for an employer covered by agreement)
      *       PTSICHK_MIN_HOURS - weekly short-hours line (default
      *       20); PTSICHK_MIN_WAGE - monthly wage line (default
      *       88000)
      *       COMPANY_CODE environment variable (default 01)
      * Note: Individual numbers are retrieved through MYNUM-SVC
      *       under the operator running the filing and are never
      *       printed.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE
               ASSIGN TO 'hr-cobol/data/employees.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT GRADE-TABLE-CSV
               ASSIGN TO 'hr-cobol/data/import/sigrade_table.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TBL-FILE-STATUS.

           SELECT NOTIF-FILE
               ASSIGN TO DYNAMIC WS-NOTIF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD         PIC X(1000).

       FD  GRADE-TABLE-CSV.
       01  CSV-RECORD              PIC X(200).

       FD  NOTIF-FILE.
       01  NOTIF-RECORD.
           COPY sinotif.

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'PTSICHK'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

       01  WS-EMP-FILE-STATUS      PIC XX.
           88  EMP-FILE-OK             VALUE '00'.
           88  EMP-FILE-EOF            VALUE '10'.
           88  EMP-FILE-NOT-FOUND      VALUE '35'.
       01  WS-TBL-FILE-STATUS      PIC XX.
           88  TBL-FILE-OK             VALUE '00'.
           88  TBL-FILE-EOF            VALUE '10'.
       01  WS-NTF-FILE-STATUS      PIC XX.
           88  NTF-FILE-OK             VALUE '00'.

       01  WS-NOTIF-PATH           PIC X(60).
       01  WS-NOTIF-NAME           PIC X(40).

       01  WS-EMP-REC.
           COPY employee REPLACING ==05== BY ==10==.

      * Print-file plumbing
       01  WS-RPT-OP               PIC X.
       01  WS-RPT-NAME             PIC X(8)  VALUE 'PTSICHK'.
       01  WS-RPT-TITLE            PIC X(40)
           VALUE 'PART-TIME SI COVERAGE CHECK'.
       01  WS-RPT-OPERATOR         PIC X(16).
       01  WS-RPT-LINE             PIC X(100).
       01  WS-RPT-STATUS           PIC 9.

      * Working storage for RUNCTL-SVC calls
           COPY runctl-req.
           COPY runctl-res.
       01  WS-RUN-PARM             PIC X(10).
       01  WS-RUN-START-TS         PIC 9(14).
       01  WS-ENV-OVERRIDE         PIC X(10).

      * Working storage for the service calls
           COPY sig-req.
           COPY sig-res.
           COPY comp-req.
           COPY comp-res.
           COPY earn-req.
           COPY earn-res.
           COPY comm-req.
           COPY comm-res.
           COPY sched-req.
           COPY sched-res.
           COPY time-req.
           COPY time-res.
           COPY loc-req.
           COPY loc-res.
           COPY co-req.
           COPY co-res.
           COPY mynum-req.
           COPY mynum-res.
           COPY xmit-req.
           COPY xmit-res.

      * The legal entity this run covers - records carrying spaces
      * are the pre-company world and read as 01
       01  WS-ENV-COMPANY          PIC X(10).
       01  WS-COMPANY-FILTER       PIC X(2) VALUE '01'.
       01  WS-REC-COMPANY          PIC X(2).
       01  WS-COMPANY-MATCH-SW     PIC X.
           88  RECORD-COMPANY-MATCH    VALUE 'Y'.
           88  RECORD-COMPANY-OTHER    VALUE 'N'.

      * The statutory lines - parms, since the employer size in
      * particular keeps coming down
       78  FULL-TIME-WEEKLY-HOURS  VALUE 40.
       01  WS-ENV-PARM             PIC X(10).
       01  WS-SIZE-THRESHOLD       PIC 9(5) VALUE 50.
       01  WS-MIN-WEEKLY-HOURS     PIC 9(2)V99 VALUE 20.
       01  WS-MIN-MONTHLY-WAGE     PIC 9(9) VALUE 88000.
       01  WS-THREE-QUARTER-HOURS  PIC 9(2)V99.
       01  WS-INSURED-COUNT        PIC 9(5) VALUE 0.
       01  WS-SHORT-HOURS-SW       PIC X VALUE 'N'.
           88  SHORT-HOURS-RULE-APPLIES VALUE 'Y'.

       01  WS-ENV-MONTH            PIC X(10).
       01  WS-MONTH                PIC 9(6) VALUE 0.
       01  WS-CHECK-DATE           PIC 9(8).
       01  WS-TODAY                PIC 9(8).
       01  WS-ROLL-YY              PIC 9(4).
       01  WS-ROLL-MM              PIC 9(2).
      * The two months of actual hours before the check month
       01  WS-ACT-MONTH-1          PIC 9(6).
       01  WS-ACT-MONTH-2          PIC 9(6).
       01  WS-ACT-DAYS-1           PIC 9(2).
       01  WS-ACT-DAYS-2           PIC 9(2).
       01  WS-LEAP-QUOT            PIC 9(4).
       01  WS-LEAP-REM-4           PIC 9(3).
       01  WS-LEAP-REM-100         PIC 9(3).
       01  WS-LEAP-REM-400         PIC 9(3).
       01  WS-DAYS-IN-MONTH        PIC 9(2).

      * Current employees of the company - the open-ended version
      * of each, with the judgement made for it
       78  MAX-CHECK-EMPS          VALUE 5000.
       01  WS-EMP-COUNT            PIC 9(5) VALUE 0.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-EMP-IDX.
               10  WS-ET-EMP-ID    PIC 9(9).
               10  WS-ET-EMP-TYPE  PIC X.
               10  WS-ET-LOCATION  PIC X(4).
               10  WS-ET-PATTERN   PIC X(4).
               10  WS-ET-HIRE-DATE PIC 9(8).
               10  WS-ET-LAST-NAME PIC X(30).
               10  WS-ET-FIRST-NAME PIC X(30).
               10  WS-ET-KANA-LAST PIC X(30).
               10  WS-ET-KANA-FIRST PIC X(30).
               10  WS-ET-BIRTH-DATE PIC 9(8).
               10  WS-ET-ENROLLED  PIC X.
                   88  WS-ET-IS-ENROLLED   VALUE 'Y'.
               10  WS-ET-STD-REMUN PIC 9(9)V99.
               10  WS-ET-WEEKLY-HOURS PIC 9(3)V99.
               10  WS-ET-MONTHLY-WAGE PIC 9(9)V99.
               10  WS-ET-COMMUTE   PIC 9(9)V99.
               10  WS-ET-ACT-WEEKLY-1 PIC 9(3)V99.
               10  WS-ET-ACT-WEEKLY-2 PIC 9(3)V99.
      *        N newly covered, D no longer meets, U not judged,
      *        spaces nothing to report
               10  WS-ET-OUTCOME   PIC X.
                   88  WS-ET-NEWLY-COVERED VALUE 'N'.
                   88  WS-ET-NO-LONGER     VALUE 'D'.
                   88  WS-ET-UNJUDGED      VALUE 'U'.
      *        The test met: 3 three-quarter rule, C short-hours by
      *        contract, A short-hours by actual hours
               10  WS-ET-BASIS     PIC X.
               10  WS-ET-REASON    PIC X(26).

      * One employee's judgement
       01  WS-EARN-CURSOR          PIC X(10).
       01  WS-EARN-SCAN-SW         PIC X.
           88  MORE-EARNINGS           VALUE 'Y'.
           88  NO-MORE-EARNINGS        VALUE 'N'.
       01  WS-ALLOWANCES           PIC 9(9)V99.
       01  WS-WORKDAYS             PIC 9(1).
       01  WS-DAILY-HOURS          PIC 9(2)V99.
       01  WS-MONTH-HOURS          PIC 9(4)V99.
       01  WS-HOURS-KNOWN-SW       PIC X.
           88  CONTRACT-HOURS-KNOWN    VALUE 'Y'.
           88  CONTRACT-HOURS-UNKNOWN  VALUE 'N'.
       01  WS-WAGE-KNOWN-SW        PIC X.
           88  CONTRACT-WAGE-KNOWN     VALUE 'Y'.
           88  CONTRACT-WAGE-UNKNOWN   VALUE 'N'.
       01  WS-MEETS-SW             PIC X.
           88  MEETS-COVERAGE-TEST     VALUE 'Y'.
           88  FAILS-COVERAGE-TEST     VALUE 'N'.

      * The maintainable grade table, loaded the way SIGRADE loads it
       78  MAX-GRADES              VALUE 50.
       01  WS-TABLE-COUNT          PIC 9(2) VALUE 0.
       01  WS-GRADE-TABLE.
           05  WS-GT-ENTRY OCCURS 50 TIMES.
               10  WS-GT-GRADE          PIC 9(2).
               10  WS-GT-FROM           PIC 9(9)V99.
               10  WS-GT-TO             PIC 9(9)V99.
               10  WS-GT-STANDARD       PIC 9(9)V99.
       01  WS-GT-IDX               PIC 9(2).
       01  WS-LOOKUP-AMOUNT        PIC 9(9)V99.
       01  WS-ASSIGNED-GRADE       PIC 9(2).
       01  WS-ASSIGNED-STD         PIC 9(9)V99.

      * Control report flags for the notice row
       01  WS-OFFICE-FLAG          PIC X(16).
       01  WS-MYNUM-FLAG           PIC X(12).
       01  WS-REMUN-FLAG           PIC X(18).

       01  WS-SECTION-COUNT        PIC 9(5).
       01  WS-NEW-COUNT            PIC 9(5) VALUE 0.
       01  WS-LAPSED-COUNT         PIC 9(5) VALUE 0.
       01  WS-UNJUDGED-COUNT       PIC 9(5) VALUE 0.
       01  WS-CHECKED-COUNT        PIC 9(5) VALUE 0.
       01  WS-ROW-COUNT            PIC 9(6) VALUE 0.
       01  WS-FLAGGED-COUNT        PIC 9(5) VALUE 0.
       01  WS-STD-HASH             PIC 9(13)V99 VALUE 0.
       01  WS-COUNT-DISPLAY        PIC ZZ,ZZ9.
       01  WS-EMP-ID-DISPLAY       PIC 9(9).
       01  WS-HOURS-DISPLAY        PIC ZZ9.99.
       01  WS-HOURS-DISPLAY-2      PIC ZZ9.99.
       01  WS-HOURS-DISPLAY-3      PIC ZZ9.99.
       01  WS-AMOUNT-DISPLAY       PIC ZZZ,ZZZ,ZZ9.
       01  WS-EMP-NAME             PIC X(30).
       01  WS-BASIS-TEXT           PIC X(16).

      * CSV parsing fields
       01  WS-CSV-BUFFER           PIC X(200).
       01  WS-FIELD-BUFFER         PIC X(50).
       01  WS-FIELD-START          PIC 9(3) VALUE 1.
       01  WS-FIELD-END            PIC 9(3) VALUE 0.
       01  WS-FIELD-LENGTH         PIC 9(3) VALUE 0.
       01  WS-COMMA-POS            PIC 9(3) VALUE 0.

       78  MAX-FIELD-LENGTH        VALUE 50.
       78  CSV-BUFFER-SIZE         VALUE 200.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'PTSICHK - Part-Time SI Coverage Check v'
               WS-VERSION

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-ENV-MONTH FROM ENVIRONMENT 'PTSICHK_MONTH'
           IF WS-ENV-MONTH(1:6) IS NUMERIC
               MOVE WS-ENV-MONTH(1:6) TO WS-MONTH
           END-IF
           IF WS-MONTH = 0
               DIVIDE WS-TODAY BY 100 GIVING WS-MONTH
           END-IF
           COMPUTE WS-CHECK-DATE = WS-MONTH * 100 + 1

           PERFORM RESOLVE-PARMS
           PERFORM RESOLVE-ACTUAL-MONTHS
           PERFORM RESOLVE-COMPANY-SCOPE

           PERFORM REGISTER-RUN-START
           IF NOT OK OF RUNCTL-SVC-RES
                   AND STATUS-CODE-N OF RUNCTL-SVC-RES = 409
               DISPLAY 'RUN BLOCKED: ' STATUS-MSG OF RUNCTL-SVC-RES
               DISPLAY 'Set RUNCTL_OVERRIDE=Y to run anyway.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-GRADE-TABLE
           IF WS-TABLE-COUNT = 0
               DISPLAY 'WARNING: Grade table empty - acquisitions'
               DISPLAY 'go out ungraded'
           END-IF

           PERFORM LOAD-EMPLOYEES

      *    The insured headcount decides whether the short-hours
      *    rule applies to this employer at all
           PERFORM NOTE-ENROLMENT
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
           IF WS-INSURED-COUNT > WS-SIZE-THRESHOLD
               SET SHORT-HOURS-RULE-APPLIES TO TRUE
           END-IF

           PERFORM JUDGE-ONE-EMPLOYEE
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT

           MOVE SPACES TO WS-NOTIF-NAME
           STRING 'export/ptsi_' WS-MONTH '.dat'
               DELIMITED BY SIZE INTO WS-NOTIF-NAME
           MOVE SPACES TO WS-NOTIF-PATH
           STRING 'hr-cobol/data/' WS-NOTIF-NAME
               DELIMITED BY '  ' INTO WS-NOTIF-PATH

           OPEN OUTPUT NOTIF-FILE
           IF NOT NTF-FILE-OK
               DISPLAY 'ERROR: Cannot open notice file ' WS-NOTIF-PATH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OPEN-PRINT-FILE
           PERFORM PRINT-RUN-HEADING
           PERFORM PRINT-NEWLY-COVERED
           PERFORM PRINT-NO-LONGER-MEETING
           PERFORM PRINT-UNJUDGED
           PERFORM PRINT-TOTALS
           PERFORM CLOSE-PRINT-FILE

           CLOSE NOTIF-FILE
           PERFORM REGISTER-TRANSMISSION
           PERFORM REGISTER-RUN-END

           MOVE WS-CHECKED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Employees checked:      ' WS-COUNT-DISPLAY
           MOVE WS-NEW-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Newly covered:          ' WS-COUNT-DISPLAY
           MOVE WS-LAPSED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'No longer meeting test: ' WS-COUNT-DISPLAY
           DISPLAY 'Notification file: ' WS-NOTIF-PATH
           IF WS-NEW-COUNT > 0 OR WS-LAPSED-COUNT > 0
                   OR WS-UNJUDGED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      * RESOLVE-PARMS: The statutory lines, each overridable for the
      * next revision without a program change.
       RESOLVE-PARMS.
           MOVE SPACES TO WS-ENV-PARM
           ACCEPT WS-ENV-PARM FROM ENVIRONMENT 'PTSICHK_EMPLOYER_SIZE'
           IF WS-ENV-PARM NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-ENV-PARM) = 0
               MOVE FUNCTION NUMVAL(WS-ENV-PARM) TO WS-SIZE-THRESHOLD
           END-IF
           MOVE SPACES TO WS-ENV-PARM
           ACCEPT WS-ENV-PARM FROM ENVIRONMENT 'PTSICHK_MIN_HOURS'
           IF WS-ENV-PARM NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-ENV-PARM) = 0
               MOVE FUNCTION NUMVAL(WS-ENV-PARM)
                   TO WS-MIN-WEEKLY-HOURS
           END-IF
           MOVE SPACES TO WS-ENV-PARM
           ACCEPT WS-ENV-PARM FROM ENVIRONMENT 'PTSICHK_MIN_WAGE'
           IF WS-ENV-PARM NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-ENV-PARM) = 0
               MOVE FUNCTION NUMVAL(WS-ENV-PARM)
                   TO WS-MIN-MONTHLY-WAGE
           END-IF
           COMPUTE WS-THREE-QUARTER-HOURS =
               FULL-TIME-WEEKLY-HOURS * 3 / 4
           .

      * RESOLVE-ACTUAL-MONTHS: The two calendar months before the
      * check month and their lengths, for the weekly averages.
       RESOLVE-ACTUAL-MONTHS.
           DIVIDE WS-MONTH BY 100
               GIVING WS-ROLL-YY REMAINDER WS-ROLL-MM
           IF WS-ROLL-MM = 1
               SUBTRACT 1 FROM WS-ROLL-YY
               MOVE 12 TO WS-ROLL-MM
           ELSE
               SUBTRACT 1 FROM WS-ROLL-MM
           END-IF
           COMPUTE WS-ACT-MONTH-2 = WS-ROLL-YY * 100 + WS-ROLL-MM
           PERFORM COUNT-DAYS-IN-MONTH
           MOVE WS-DAYS-IN-MONTH TO WS-ACT-DAYS-2

           IF WS-ROLL-MM = 1
               SUBTRACT 1 FROM WS-ROLL-YY
               MOVE 12 TO WS-ROLL-MM
           ELSE
               SUBTRACT 1 FROM WS-ROLL-MM
           END-IF
           COMPUTE WS-ACT-MONTH-1 = WS-ROLL-YY * 100 + WS-ROLL-MM
           PERFORM COUNT-DAYS-IN-MONTH
           MOVE WS-DAYS-IN-MONTH TO WS-ACT-DAYS-1
           .

       COUNT-DAYS-IN-MONTH.
           EVALUATE WS-ROLL-MM
               WHEN 2
                   DIVIDE WS-ROLL-YY BY 4 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM-4
                   DIVIDE WS-ROLL-YY BY 100 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM-100
                   DIVIDE WS-ROLL-YY BY 400 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM-400
                   IF WS-LEAP-REM-400 = 0
                           OR (WS-LEAP-REM-4 = 0
                               AND WS-LEAP-REM-100 NOT = 0)
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE
           .

      * LOAD-EMPLOYEES: The current version of every employee of the
      * run's company on the payroll on the check date - all types,
      * since full-time staff count toward the insured headcount.
       LOAD-EMPLOYEES.
           MOVE 0 TO WS-EMP-COUNT

           OPEN INPUT EMPLOYEE-FILE
           IF NOT EMP-FILE-OK
               DISPLAY 'ERROR: Cannot open employee file'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL EMP-FILE-EOF
               READ EMPLOYEE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE EMPLOYEE-RECORD TO WS-EMP-REC
                       MOVE COMPANY-CODE OF WS-EMP-REC
                           TO WS-REC-COMPANY
                       PERFORM CHECK-RECORD-COMPANY
                       IF VALID-TO OF WS-EMP-REC = OPEN-ENDED-DATE
                               AND (ACTIVE OF WS-EMP-REC
                                   OR ON-LEAVE OF WS-EMP-REC)
                               AND HIRE-DATE OF WS-EMP-REC
                                   <= WS-CHECK-DATE
                               AND RECORD-COMPANY-MATCH
                           PERFORM STORE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EMPLOYEE-FILE
           .

       STORE-EMPLOYEE.
           IF WS-EMP-COUNT >= MAX-CHECK-EMPS
               DISPLAY 'WARNING: employee table full - EMP '
                   EMP-ID OF WS-EMP-REC ' not checked'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EMP-COUNT
           SET WS-EMP-IDX TO WS-EMP-COUNT
           INITIALIZE WS-EMP-ENTRY(WS-EMP-IDX)
           MOVE EMP-ID OF WS-EMP-REC TO WS-ET-EMP-ID(WS-EMP-IDX)
           MOVE EMP-TYPE OF WS-EMP-REC TO WS-ET-EMP-TYPE(WS-EMP-IDX)
           MOVE LOCATION-CODE OF WS-EMP-REC
               TO WS-ET-LOCATION(WS-EMP-IDX)
           MOVE SCHED-PATTERN-CODE OF WS-EMP-REC
               TO WS-ET-PATTERN(WS-EMP-IDX)
           MOVE HIRE-DATE OF WS-EMP-REC TO WS-ET-HIRE-DATE(WS-EMP-IDX)
           MOVE LAST-NAME OF WS-EMP-REC TO WS-ET-LAST-NAME(WS-EMP-IDX)
           MOVE FIRST-NAME OF WS-EMP-REC
               TO WS-ET-FIRST-NAME(WS-EMP-IDX)
           MOVE KANA-LAST OF WS-EMP-REC TO WS-ET-KANA-LAST(WS-EMP-IDX)
           MOVE KANA-FIRST OF WS-EMP-REC
               TO WS-ET-KANA-FIRST(WS-EMP-IDX)
           MOVE BIRTH-DATE OF WS-EMP-REC
               TO WS-ET-BIRTH-DATE(WS-EMP-IDX)
           MOVE 'N' TO WS-ET-ENROLLED(WS-EMP-IDX)
           MOVE SPACE TO WS-ET-OUTCOME(WS-EMP-IDX)
           .

      * NOTE-ENROLMENT: Whether the employee has an SI grade in force
      * on the first of the check month - the grade PAY-SVC bills
      * the premiums on.
       NOTE-ENROLMENT.
           INITIALIZE SIGRADE-SVC-REQ
           INITIALIZE SIGRADE-SVC-RES
           SET OP-FIND-AS-OF OF SIGRADE-SVC-REQ TO TRUE
           MOVE 'PTSICHK' TO USER-ID OF SIGRADE-SVC-REQ
           MOVE SPACES TO CORR-ID OF SIGRADE-SVC-REQ
           MOVE WS-ET-EMP-ID(WS-EMP-IDX) TO Q-EMP-ID OF SIGRADE-SVC-REQ
           MOVE WS-CHECK-DATE TO Q-AS-OF-DATE OF SIGRADE-SVC-REQ
           CALL 'SIGRADE-SVC' USING SIGRADE-SVC-REQ SIGRADE-SVC-RES

           IF OK OF SIGRADE-SVC-RES
                   AND SI-GRADE OF OUT-SIGRADE OF SIGRADE-SVC-RES > 0
               MOVE 'Y' TO WS-ET-ENROLLED(WS-EMP-IDX)
               MOVE STANDARD-REMUN OF OUT-SIGRADE OF SIGRADE-SVC-RES
                   TO WS-ET-STD-REMUN(WS-EMP-IDX)
               ADD 1 TO WS-INSURED-COUNT
           END-IF
           .

      * JUDGE-ONE-EMPLOYEE: The coverage test for a part-time or
      * contract employee - by contract first, then by the actual
      * hours of the two months before.
       JUDGE-ONE-EMPLOYEE.
           IF WS-ET-EMP-TYPE(WS-EMP-IDX) NOT = 'P'
                   AND WS-ET-EMP-TYPE(WS-EMP-IDX) NOT = 'C'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CHECKED-COUNT
           SET FAILS-COVERAGE-TEST TO TRUE
           MOVE SPACE TO WS-ET-BASIS(WS-EMP-IDX)

           PERFORM FETCH-CONTRACT-HOURS
           PERFORM FETCH-CONTRACT-WAGE
           PERFORM FETCH-ACTUAL-HOURS

           IF CONTRACT-WAGE-UNKNOWN
               MOVE 'NO COMPENSATION IN FORCE' TO
                   WS-ET-REASON(WS-EMP-IDX)
               SET WS-ET-UNJUDGED(WS-EMP-IDX) TO TRUE
               ADD 1 TO WS-UNJUDGED-COUNT
               EXIT PARAGRAPH
           END-IF

           IF CONTRACT-HOURS-KNOWN
                   AND WS-ET-WEEKLY-HOURS(WS-EMP-IDX)
                       >= WS-THREE-QUARTER-HOURS
               SET MEETS-COVERAGE-TEST TO TRUE
               MOVE '3' TO WS-ET-BASIS(WS-EMP-IDX)
           END-IF

           IF FAILS-COVERAGE-TEST
                   AND SHORT-HOURS-RULE-APPLIES
                   AND WS-ET-MONTHLY-WAGE(WS-EMP-IDX)
                       >= WS-MIN-MONTHLY-WAGE
               IF CONTRACT-HOURS-KNOWN
                       AND WS-ET-WEEKLY-HOURS(WS-EMP-IDX)
                           >= WS-MIN-WEEKLY-HOURS
                   SET MEETS-COVERAGE-TEST TO TRUE
                   MOVE 'C' TO WS-ET-BASIS(WS-EMP-IDX)
               ELSE
                   IF WS-ET-ACT-WEEKLY-1(WS-EMP-IDX)
                           >= WS-MIN-WEEKLY-HOURS
                           AND WS-ET-ACT-WEEKLY-2(WS-EMP-IDX)
                               >= WS-MIN-WEEKLY-HOURS
                       SET MEETS-COVERAGE-TEST TO TRUE
                       MOVE 'A' TO WS-ET-BASIS(WS-EMP-IDX)
                   END-IF
               END-IF
           END-IF

      *    Without a schedule pattern the contract week is unknown;
      *    when the actual hours do not settle it either, the
      *    employee is listed for HR to look at
           IF FAILS-COVERAGE-TEST AND CONTRACT-HOURS-UNKNOWN
                   AND NOT WS-ET-IS-ENROLLED(WS-EMP-IDX)
               MOVE 'NO SCHEDULE PATTERN' TO WS-ET-REASON(WS-EMP-IDX)
               SET WS-ET-UNJUDGED(WS-EMP-IDX) TO TRUE
               ADD 1 TO WS-UNJUDGED-COUNT
               EXIT PARAGRAPH
           END-IF

           IF MEETS-COVERAGE-TEST
                   AND NOT WS-ET-IS-ENROLLED(WS-EMP-IDX)
               SET WS-ET-NEWLY-COVERED(WS-EMP-IDX) TO TRUE
               ADD 1 TO WS-NEW-COUNT
           END-IF

           IF FAILS-COVERAGE-TEST
                   AND WS-ET-IS-ENROLLED(WS-EMP-IDX)
               SET WS-ET-NO-LONGER(WS-EMP-IDX) TO TRUE
               ADD 1 TO WS-LAPSED-COUNT
           END-IF
           .

      * FETCH-CONTRACT-HOURS: The contractual week - the active
      * pattern's DAILY-HOURS times its workdays.
       FETCH-CONTRACT-HOURS.
           SET CONTRACT-HOURS-UNKNOWN TO TRUE
           MOVE 0 TO WS-ET-WEEKLY-HOURS(WS-EMP-IDX)

           IF WS-ET-PATTERN(WS-EMP-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF

           INITIALIZE SCHED-SVC-REQ
           INITIALIZE SCHED-SVC-RES
           SET OP-FIND OF SCHED-SVC-REQ TO TRUE
           MOVE 'PTSICHK' TO USER-ID OF SCHED-SVC-REQ
           MOVE SPACES TO CORR-ID OF SCHED-SVC-REQ
           MOVE WS-ET-PATTERN(WS-EMP-IDX)
               TO Q-PATTERN-CODE OF SCHED-SVC-REQ
           CALL 'SCHED-SVC' USING SCHED-SVC-REQ SCHED-SVC-RES

           IF NOT OK OF SCHED-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-WORKDAYS
           INSPECT WORKDAY-FLAGS OF OUT-SCHEDULE OF SCHED-SVC-RES
               TALLYING WS-WORKDAYS FOR ALL 'Y'
           MOVE DAILY-HOURS OF OUT-SCHEDULE OF SCHED-SVC-RES
               TO WS-DAILY-HOURS
           COMPUTE WS-ET-WEEKLY-HOURS(WS-EMP-IDX) =
               WS-DAILY-HOURS * WS-WORKDAYS
           SET CONTRACT-HOURS-KNOWN TO TRUE
           .

      * FETCH-CONTRACT-WAGE: The contractual monthly wage on the
      * first of the check month - a monthly salary as it stands,
      * an hourly rate over the contract week's monthly hours (52
      * weeks over 12 months), plus the recurring allowances. The
      * commuting pass is kept apart: it is out of the wage line
      * but part of the remuneration an acquisition is graded on.
       FETCH-CONTRACT-WAGE.
           SET CONTRACT-WAGE-UNKNOWN TO TRUE
           MOVE 0 TO WS-ET-MONTHLY-WAGE(WS-EMP-IDX)
           MOVE 0 TO WS-ET-COMMUTE(WS-EMP-IDX)

           INITIALIZE COMP-SVC-REQ
           INITIALIZE COMP-SVC-RES
           SET OP-FIND-AS-OF OF COMP-SVC-REQ TO TRUE
           MOVE 'PTSICHK' TO USER-ID OF COMP-SVC-REQ
           MOVE SPACES TO CORR-ID OF COMP-SVC-REQ
           MOVE WS-ET-EMP-ID(WS-EMP-IDX) TO Q-EMP-ID OF COMP-SVC-REQ
           MOVE WS-CHECK-DATE TO Q-AS-OF-DATE OF COMP-SVC-REQ
           CALL 'COMP-SVC' USING COMP-SVC-REQ COMP-SVC-RES

           IF NOT OK OF COMP-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF BASIS-HOURLY OF OUT-COMP OF COMP-SVC-RES
               IF CONTRACT-HOURS-UNKNOWN
      *            No contract week to price the rate over - judged
      *            on the actual hours alone, at the wage line
                   MOVE WS-MIN-MONTHLY-WAGE
                       TO WS-ET-MONTHLY-WAGE(WS-EMP-IDX)
               ELSE
                   COMPUTE WS-ET-MONTHLY-WAGE(WS-EMP-IDX) ROUNDED =
                       BASE-SALARY OF OUT-COMP OF COMP-SVC-RES
                       * WS-ET-WEEKLY-HOURS(WS-EMP-IDX) * 52 / 12
               END-IF
           ELSE
               MOVE BASE-SALARY OF OUT-COMP OF COMP-SVC-RES
                   TO WS-ET-MONTHLY-WAGE(WS-EMP-IDX)
           END-IF
           SET CONTRACT-WAGE-KNOWN TO TRUE

           MOVE 0 TO WS-ALLOWANCES
           MOVE SPACES TO WS-EARN-CURSOR
           SET MORE-EARNINGS TO TRUE
           PERFORM SCAN-NEXT-EARNING UNTIL NO-MORE-EARNINGS
           ADD WS-ALLOWANCES TO WS-ET-MONTHLY-WAGE(WS-EMP-IDX)

           INITIALIZE COMMUTE-SVC-REQ
           INITIALIZE COMMUTE-SVC-RES
           SET OP-FIND OF COMMUTE-SVC-REQ TO TRUE
           MOVE 'PTSICHK' TO USER-ID OF COMMUTE-SVC-REQ
           MOVE SPACES TO CORR-ID OF COMMUTE-SVC-REQ
           MOVE WS-ET-EMP-ID(WS-EMP-IDX) TO Q-EMP-ID OF COMMUTE-SVC-REQ
           CALL 'COMMUTE-SVC' USING COMMUTE-SVC-REQ COMMUTE-SVC-RES

           IF OK OF COMMUTE-SVC-RES
                   AND COMMUTE-ACTIVE OF OUT-COMMUTE OF COMMUTE-SVC-RES
                   AND PASS-MONTHS OF OUT-COMMUTE OF COMMUTE-SVC-RES
                       > 0
               COMPUTE WS-ET-COMMUTE(WS-EMP-IDX) ROUNDED =
                   PASS-AMOUNT OF OUT-COMMUTE OF COMMUTE-SVC-RES
                   / PASS-MONTHS OF OUT-COMMUTE OF COMMUTE-SVC-RES
           END-IF
           .

      * SCAN-NEXT-EARNING: One step of the earnings scan - the
      * recurring allowances in force on the check date count;
      * commuting components and overtime premiums do not.
       SCAN-NEXT-EARNING.
           INITIALIZE EARN-SVC-REQ
           INITIALIZE EARN-SVC-RES
           SET OP-LIST-FOR-EMP OF EARN-SVC-REQ TO TRUE
           MOVE 'PTSICHK' TO USER-ID OF EARN-SVC-REQ
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

      * FETCH-ACTUAL-HOURS: Each of the two months' timecard hours
      * (regular, overtime and rest-day - night hours are a premium
      * on hours already counted) as a weekly average over the
      * month's days.
       FETCH-ACTUAL-HOURS.
           MOVE WS-ACT-MONTH-1 TO Q-PAY-PERIOD OF TIME-SVC-REQ
           PERFORM SUM-ACTUAL-MONTH
           IF WS-ACT-DAYS-1 > 0
               COMPUTE WS-ET-ACT-WEEKLY-1(WS-EMP-IDX) ROUNDED =
                   WS-MONTH-HOURS * 7 / WS-ACT-DAYS-1
           END-IF

           MOVE WS-ACT-MONTH-2 TO Q-PAY-PERIOD OF TIME-SVC-REQ
           PERFORM SUM-ACTUAL-MONTH
           IF WS-ACT-DAYS-2 > 0
               COMPUTE WS-ET-ACT-WEEKLY-2(WS-EMP-IDX) ROUNDED =
                   WS-MONTH-HOURS * 7 / WS-ACT-DAYS-2
           END-IF
           .

       SUM-ACTUAL-MONTH.
           MOVE 0 TO WS-MONTH-HOURS
           SET OP-SUM-PERIOD OF TIME-SVC-REQ TO TRUE
           MOVE 'PTSICHK' TO USER-ID OF TIME-SVC-REQ
           MOVE SPACES TO CORR-ID OF TIME-SVC-REQ
           MOVE WS-ET-EMP-ID(WS-EMP-IDX) TO Q-EMP-ID OF TIME-SVC-REQ
           INITIALIZE TIME-SVC-RES
           CALL 'TIME-SVC' USING TIME-SVC-REQ TIME-SVC-RES

           IF OK OF TIME-SVC-RES
               ADD PERIOD-REGULAR-HOURS OF TIME-SVC-RES
                   PERIOD-OVERTIME-HOURS OF TIME-SVC-RES
                   PERIOD-HOLIDAY-HOURS OF TIME-SVC-RES
                   TO WS-MONTH-HOURS
           END-IF
           .

       PRINT-RUN-HEADING.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CHECK MONTH ' WS-MONTH
                  '  COMPANY ' WS-COMPANY-FILTER
                  '  ACTUAL HOURS ' WS-ACT-MONTH-1 '-' WS-ACT-MONTH-2
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE WS-INSURED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           IF SHORT-HOURS-RULE-APPLIES
               STRING 'INSURED PERSONS ' WS-COUNT-DISPLAY
                      ' - SHORT-HOURS RULE APPLIES'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING 'INSURED PERSONS ' WS-COUNT-DISPLAY
                      ' - AT OR BELOW EMPLOYER SIZE, THREE-QUARTER'
                      ' RULE ONLY'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM EMIT-PRINT-LINE

           MOVE WS-MIN-WEEKLY-HOURS TO WS-HOURS-DISPLAY
           MOVE WS-THREE-QUARTER-HOURS TO WS-HOURS-DISPLAY-2
           MOVE WS-MIN-MONTHLY-WAGE TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'LINES: WEEKLY ' WS-HOURS-DISPLAY
                  ' HOURS AND MONTHLY ' WS-AMOUNT-DISPLAY
                  ' YEN, OR WEEKLY ' WS-HOURS-DISPLAY-2
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

      * PRINT-NEWLY-COVERED: Employees meeting the test with no SI
      * grade - each one an acquisition row for the filing.
       PRINT-NEWLY-COVERED.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE 'MEET THE COVERAGE TEST - NOT ENROLLED' TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'EMP-ID    NAME                 TYPE LOC  WK-HRS   '
                  'MONTHLY  ACT-1  ACT-2 BASIS'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE 0 TO WS-SECTION-COUNT
           PERFORM PRINT-ONE-NEWLY-COVERED
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
           IF WS-SECTION-COUNT = 0
               MOVE '  NONE' TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-IF
           .

       PRINT-ONE-NEWLY-COVERED.
           IF NOT WS-ET-NEWLY-COVERED(WS-EMP-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SECTION-COUNT
           PERFORM PRINT-EMPLOYEE-LINE
           PERFORM WRITE-ACQUISITION-NOTICE
           .

       PRINT-NO-LONGER-MEETING.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE 'ENROLLED - NO LONGER MEET THE COVERAGE TEST'
               TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'EMP-ID    NAME                 TYPE LOC  WK-HRS   '
                  'MONTHLY  ACT-1  ACT-2 BASIS'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE 0 TO WS-SECTION-COUNT
           PERFORM PRINT-ONE-NO-LONGER
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
           IF WS-SECTION-COUNT = 0
               MOVE '  NONE' TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-IF
           .

       PRINT-ONE-NO-LONGER.
           IF NOT WS-ET-NO-LONGER(WS-EMP-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SECTION-COUNT
           PERFORM PRINT-EMPLOYEE-LINE
           MOVE WS-ET-STD-REMUN(WS-EMP-IDX) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING '          STANDARD REMUNERATION ON FILE '
                  WS-AMOUNT-DISPLAY
                  ' - CONFIRM CONTRACT CHANGE BEFORE LOSS FILING'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

       PRINT-UNJUDGED.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE 'NOT JUDGED' TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE 0 TO WS-SECTION-COUNT
           PERFORM PRINT-ONE-UNJUDGED
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
           IF WS-SECTION-COUNT = 0
               MOVE '  NONE' TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-IF
           .

       PRINT-ONE-UNJUDGED.
           IF NOT WS-ET-UNJUDGED(WS-EMP-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SECTION-COUNT
           PERFORM FORMAT-EMPLOYEE-NAME
           MOVE WS-ET-EMP-ID(WS-EMP-IDX) TO WS-EMP-ID-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-EMP-ID-DISPLAY ' ' WS-EMP-NAME(1:20)
                  ' ' WS-ET-EMP-TYPE(WS-EMP-IDX)
                  '    ' WS-ET-LOCATION(WS-EMP-IDX)
                  ' ' WS-ET-REASON(WS-EMP-IDX)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

       PRINT-EMPLOYEE-LINE.
           PERFORM FORMAT-EMPLOYEE-NAME
           EVALUATE WS-ET-BASIS(WS-EMP-IDX)
               WHEN '3'
                   MOVE '3/4 RULE' TO WS-BASIS-TEXT
               WHEN 'C'
                   MOVE 'CONTRACT' TO WS-BASIS-TEXT
               WHEN 'A'
                   MOVE 'ACTUAL HOURS' TO WS-BASIS-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-BASIS-TEXT
           END-EVALUATE
           MOVE WS-ET-EMP-ID(WS-EMP-IDX) TO WS-EMP-ID-DISPLAY
           MOVE WS-ET-WEEKLY-HOURS(WS-EMP-IDX) TO WS-HOURS-DISPLAY
           MOVE WS-ET-MONTHLY-WAGE(WS-EMP-IDX) TO WS-AMOUNT-DISPLAY
           MOVE WS-ET-ACT-WEEKLY-1(WS-EMP-IDX) TO WS-HOURS-DISPLAY-2
           MOVE WS-ET-ACT-WEEKLY-2(WS-EMP-IDX) TO WS-HOURS-DISPLAY-3
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-EMP-ID-DISPLAY ' ' WS-EMP-NAME(1:20)
                  ' ' WS-ET-EMP-TYPE(WS-EMP-IDX)
                  '    ' WS-ET-LOCATION(WS-EMP-IDX)
                  ' ' WS-HOURS-DISPLAY
                  ' ' WS-AMOUNT-DISPLAY
                  ' ' WS-HOURS-DISPLAY-2
                  ' ' WS-HOURS-DISPLAY-3
                  ' ' WS-BASIS-TEXT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

       FORMAT-EMPLOYEE-NAME.
           MOVE SPACES TO WS-EMP-NAME
           STRING WS-ET-LAST-NAME(WS-EMP-IDX) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-ET-FIRST-NAME(WS-EMP-IDX) DELIMITED BY SPACE
               INTO WS-EMP-NAME
           .

      * WRITE-ACQUISITION-NOTICE: The acquisition row for the filing,
      * dated the first of the check month and graded from the
      * contractual wage plus the commuting pass. A short-hours
      * worker files as insured type 2.
       WRITE-ACQUISITION-NOTICE.
           INITIALIZE NOTIF-RECORD
           SET SN-ACQUISITION TO TRUE
           MOVE WS-ET-EMP-ID(WS-EMP-IDX) TO SN-EMP-ID
           MOVE WS-ET-KANA-LAST(WS-EMP-IDX) TO SN-KANA-LAST
           MOVE WS-ET-KANA-FIRST(WS-EMP-IDX) TO SN-KANA-FIRST
           MOVE WS-ET-LAST-NAME(WS-EMP-IDX) TO SN-LAST-NAME
           MOVE WS-ET-FIRST-NAME(WS-EMP-IDX) TO SN-FIRST-NAME
           MOVE WS-ET-BIRTH-DATE(WS-EMP-IDX) TO SN-BIRTH-DATE
           MOVE WS-ET-LOCATION(WS-EMP-IDX) TO SN-LOCATION-CODE
           MOVE WS-COMPANY-FILTER TO SN-COMPANY-CODE
           MOVE WS-CHECK-DATE TO SN-EVENT-DATE

           PERFORM RESOLVE-SI-OFFICE
           PERFORM RETRIEVE-MY-NUMBER
           MOVE SPACES TO WS-REMUN-FLAG

           IF WS-ET-BASIS(WS-EMP-IDX) = '3'
               MOVE '1' TO SN-INSURED-TYPE
           ELSE
               MOVE '2' TO SN-INSURED-TYPE
           END-IF
           SET SN-FROM-COMP TO TRUE
           COMPUTE SN-REMUN-CASH =
               WS-ET-MONTHLY-WAGE(WS-EMP-IDX)
               + WS-ET-COMMUTE(WS-EMP-IDX)
           MOVE 0 TO SN-REMUN-KIND
           MOVE SN-REMUN-CASH TO SN-REMUN-TOTAL

           MOVE SN-REMUN-TOTAL TO WS-LOOKUP-AMOUNT
           PERFORM LOOK-UP-GRADE
           MOVE WS-ASSIGNED-GRADE TO SN-SI-GRADE
           MOVE WS-ASSIGNED-STD TO SN-STANDARD-REMUN
           IF WS-ASSIGNED-GRADE = 0
               MOVE 'NOT GRADED' TO WS-REMUN-FLAG
           END-IF

           ADD SN-STANDARD-REMUN TO WS-STD-HASH
           WRITE NOTIF-RECORD
           ADD 1 TO WS-ROW-COUNT

           MOVE SN-STANDARD-REMUN TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING '          ACQUISITION NOTICE  OFFICE ' SN-OFFICE-CODE
                  ' FROM ' SN-EVENT-DATE
                  ' GRADE ' SN-SI-GRADE
                  ' STD ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           IF WS-OFFICE-FLAG = SPACES
                   AND WS-MYNUM-FLAG = SPACES
                   AND WS-REMUN-FLAG = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FLAGGED-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING '    *** ' WS-OFFICE-FLAG
                  ' ' WS-MYNUM-FLAG
                  ' ' WS-REMUN-FLAG
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

      * RESOLVE-SI-OFFICE: The pension office the employee's
      * establishment files under; an unassigned (or officeless)
      * establishment falls back to the company's own office and is
      * flagged for checking - the same resolution SINOTIF applies.
       RESOLVE-SI-OFFICE.
           MOVE SPACES TO WS-OFFICE-FLAG
           MOVE SPACES TO SN-OFFICE-CODE

           IF SN-LOCATION-CODE NOT = SPACES
               INITIALIZE LOC-SVC-REQ
               INITIALIZE LOC-SVC-RES
               SET OP-FIND OF LOC-SVC-REQ TO TRUE
               MOVE 'PTSICHK' TO USER-ID OF LOC-SVC-REQ
               MOVE SPACES TO CORR-ID OF LOC-SVC-REQ
               MOVE SN-LOCATION-CODE
                   TO Q-LOCATION-CODE OF LOC-SVC-REQ
               CALL 'LOC-SVC' USING LOC-SVC-REQ LOC-SVC-RES
               IF OK OF LOC-SVC-RES
                   MOVE SI-OFFICE-CODE OF OUT-LOCATION OF LOC-SVC-RES
                       TO SN-OFFICE-CODE
               END-IF
           END-IF

           IF SN-OFFICE-CODE NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 'COMPANY OFFICE' TO WS-OFFICE-FLAG
           INITIALIZE CO-SVC-REQ
           INITIALIZE CO-SVC-RES
           SET OP-FIND OF CO-SVC-REQ TO TRUE
           MOVE 'PTSICHK' TO USER-ID OF CO-SVC-REQ
           MOVE SPACES TO CORR-ID OF CO-SVC-REQ
           MOVE SN-COMPANY-CODE TO Q-COMPANY-CODE OF CO-SVC-REQ
           CALL 'COMPANY-SVC' USING CO-SVC-REQ CO-SVC-RES
           IF OK OF CO-SVC-RES
               MOVE SI-OFFICE-CODE OF OUT-COMPANY OF CO-SVC-RES
                   TO SN-OFFICE-CODE
           END-IF

           IF SN-OFFICE-CODE = SPACES
               MOVE 'NO SI OFFICE' TO WS-OFFICE-FLAG
           END-IF
           .

      * RETRIEVE-MY-NUMBER: The individual number for the row,
      * retrieved (and audited) under the operator running the
      * filing. Never printed - the report only flags a row that
      * goes out without one.
       RETRIEVE-MY-NUMBER.
           MOVE SPACES TO WS-MYNUM-FLAG
           MOVE SPACES TO SN-MY-NUMBER

           INITIALIZE MYNUM-SVC-REQ
           INITIALIZE MYNUM-SVC-RES
           SET OP-GET OF MYNUM-SVC-REQ TO TRUE
           MOVE WS-RPT-OPERATOR TO USER-ID OF MYNUM-SVC-REQ
           MOVE SPACES TO CORR-ID OF MYNUM-SVC-REQ
           MOVE SN-EMP-ID TO Q-EMP-ID OF MYNUM-SVC-REQ
           MOVE 'SOCIAL INSURANCE QUALIFICATION NOTICE'
               TO Q-PURPOSE OF MYNUM-SVC-REQ
           CALL 'MYNUM-SVC' USING MYNUM-SVC-REQ MYNUM-SVC-RES

           IF OK OF MYNUM-SVC-RES
                   AND MYNUM-HELD OF OUT-MYNUM OF MYNUM-SVC-RES
               MOVE MY-NUMBER OF OUT-MYNUM OF MYNUM-SVC-RES
                   TO SN-MY-NUMBER
           ELSE
               MOVE 'NO MY NUMBER' TO WS-MYNUM-FLAG
           END-IF
           .

       LOAD-GRADE-TABLE.
           OPEN INPUT GRADE-TABLE-CSV
           IF NOT TBL-FILE-OK
               EXIT PARAGRAPH
           END-IF

      *    Skip header line
           READ GRADE-TABLE-CSV INTO WS-CSV-BUFFER
               AT END
                   CONTINUE
           END-READ

           PERFORM UNTIL TBL-FILE-EOF
               READ GRADE-TABLE-CSV INTO WS-CSV-BUFFER
                   AT END
                       SET TBL-FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-TABLE-ROW
               END-READ
           END-PERFORM

           CLOSE GRADE-TABLE-CSV
           .

       LOAD-ONE-TABLE-ROW.
           IF WS-TABLE-COUNT >= MAX-GRADES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TABLE-COUNT
           MOVE 1 TO WS-FIELD-START

           PERFORM EXTRACT-CSV-FIELD
           IF FUNCTION TEST-NUMVAL(WS-FIELD-BUFFER) = 0
                   AND WS-FIELD-BUFFER NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-FIELD-BUFFER)
                   TO WS-GT-GRADE(WS-TABLE-COUNT)
           END-IF
           PERFORM EXTRACT-CSV-FIELD
           IF FUNCTION TEST-NUMVAL(WS-FIELD-BUFFER) = 0
                   AND WS-FIELD-BUFFER NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-FIELD-BUFFER)
                   TO WS-GT-FROM(WS-TABLE-COUNT)
           END-IF
           PERFORM EXTRACT-CSV-FIELD
           IF FUNCTION TEST-NUMVAL(WS-FIELD-BUFFER) = 0
                   AND WS-FIELD-BUFFER NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-FIELD-BUFFER)
                   TO WS-GT-TO(WS-TABLE-COUNT)
           END-IF
           PERFORM EXTRACT-CSV-FIELD
           IF FUNCTION TEST-NUMVAL(WS-FIELD-BUFFER) = 0
                   AND WS-FIELD-BUFFER NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-FIELD-BUFFER)
                   TO WS-GT-STANDARD(WS-TABLE-COUNT)
           END-IF
           .

      * LOOK-UP-GRADE: WS-LOOKUP-AMOUNT into the grade table,
      * leaving WS-ASSIGNED-GRADE/WS-ASSIGNED-STD (zero when the
      * amount falls outside every band).
       LOOK-UP-GRADE.
           MOVE 0 TO WS-ASSIGNED-GRADE
           MOVE 0 TO WS-ASSIGNED-STD
           PERFORM VARYING WS-GT-IDX FROM 1 BY 1
                   UNTIL WS-GT-IDX > WS-TABLE-COUNT
               IF WS-LOOKUP-AMOUNT >= WS-GT-FROM(WS-GT-IDX)
                       AND WS-LOOKUP-AMOUNT <= WS-GT-TO(WS-GT-IDX)
                   MOVE WS-GT-GRADE(WS-GT-IDX) TO WS-ASSIGNED-GRADE
                   MOVE WS-GT-STANDARD(WS-GT-IDX)
                       TO WS-ASSIGNED-STD
               END-IF
           END-PERFORM
           .

       EXTRACT-CSV-FIELD.
      *    Extract next CSV field from WS-CSV-BUFFER - empty fields
      *    and the uncapped last field handled the way REVSAL
      *    handles them

           MOVE SPACES TO WS-FIELD-BUFFER

           IF WS-FIELD-START > CSV-BUFFER-SIZE
               EXIT PARAGRAPH
           END-IF

           IF WS-CSV-BUFFER(WS-FIELD-START:1) = ','
               ADD 1 TO WS-FIELD-START
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-COMMA-POS
           INSPECT WS-CSV-BUFFER(WS-FIELD-START:)
               TALLYING WS-COMMA-POS
               FOR CHARACTERS BEFORE INITIAL ','

           COMPUTE WS-FIELD-END = WS-FIELD-START + WS-COMMA-POS - 1

           COMPUTE WS-FIELD-LENGTH =
               WS-FIELD-END - WS-FIELD-START + 1
           IF WS-FIELD-LENGTH > MAX-FIELD-LENGTH
               MOVE MAX-FIELD-LENGTH TO WS-FIELD-LENGTH
           END-IF
           IF WS-FIELD-LENGTH > 0
               MOVE WS-CSV-BUFFER(WS-FIELD-START:WS-FIELD-LENGTH)
                   TO WS-FIELD-BUFFER
           END-IF

           COMPUTE WS-FIELD-START = WS-FIELD-END + 2
           .

       PRINT-TOTALS.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-CHECKED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PART-TIME/CONTRACT CHECKED: ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-NEW-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'NEWLY COVERED:              ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-LAPSED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'NO LONGER MEETING THE TEST: ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-UNJUDGED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'NOT JUDGED:                 ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-FLAGGED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'NOTICES FLAGGED:            ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

      * REGISTER-TRANSMISSION: Books the notice file on the
      * transmission register with its row count and the notified
      * standard remuneration as hash total - the operator marks it
      * transmitted once filed with the pension office.
       REGISTER-TRANSMISSION.
           IF WS-ROW-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           INITIALIZE XMIT-SVC-REQ
           INITIALIZE XMIT-SVC-RES
           SET OP-REGISTER OF XMIT-SVC-REQ TO TRUE
           MOVE 'PTSICHK' TO USER-ID OF XMIT-SVC-REQ
           MOVE SPACES TO CORR-ID OF XMIT-SVC-REQ
           MOVE 'PTSICHK' TO XMIT-JOB OF IN-XMIT OF XMIT-SVC-REQ
           MOVE WS-NOTIF-NAME
               TO XMIT-FILE-NAME OF IN-XMIT OF XMIT-SVC-REQ
           MOVE WS-ROW-COUNT
               TO XMIT-RECORD-COUNT OF IN-XMIT OF XMIT-SVC-REQ
           MOVE WS-STD-HASH
               TO XMIT-HASH-TOTAL OF IN-XMIT OF XMIT-SVC-REQ

           CALL 'XMIT-SVC' USING XMIT-SVC-REQ XMIT-SVC-RES

           IF OK OF XMIT-SVC-RES
               DISPLAY 'Registered as generation '
                   GEN-NUMBER OF OUT-XMIT OF XMIT-SVC-RES
           END-IF
           .

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

       REGISTER-RUN-START.
           MOVE SPACES TO WS-RUN-PARM
           MOVE WS-MONTH TO WS-RUN-PARM
           INITIALIZE RUNCTL-SVC-REQ
           INITIALIZE RUNCTL-SVC-RES
           SET OP-START OF RUNCTL-SVC-REQ TO TRUE
           MOVE 'PTSICHK' TO USER-ID OF RUNCTL-SVC-REQ
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
           MOVE 'PTSICHK' TO USER-ID OF RUNCTL-SVC-REQ
           MOVE SPACES TO CORR-ID OF RUNCTL-SVC-REQ
           MOVE WS-PROGRAM-NAME(1:8) TO Q-JOB-NAME OF RUNCTL-SVC-REQ
           MOVE WS-RUN-PARM TO Q-RUN-PARM OF RUNCTL-SVC-REQ
           MOVE WS-RUN-START-TS
               TO Q-START-TIMESTAMP OF RUNCTL-SVC-REQ
           MOVE WS-CHECKED-COUNT TO Q-TOTAL-COUNT OF RUNCTL-SVC-REQ
           COMPUTE Q-SUCCESS-COUNT OF RUNCTL-SVC-REQ =
               WS-CHECKED-COUNT - WS-UNJUDGED-COUNT
           MOVE WS-UNJUDGED-COUNT TO Q-FAILED-COUNT OF RUNCTL-SVC-REQ
           MOVE 'C' TO Q-OUTCOME OF RUNCTL-SVC-REQ
           CALL 'RUNCTL-SVC' USING RUNCTL-SVC-REQ RUNCTL-SVC-RES
           .

       RESOLVE-COMPANY-SCOPE.
           ACCEPT WS-ENV-COMPANY FROM ENVIRONMENT 'COMPANY_CODE'
           IF WS-ENV-COMPANY(1:2) NOT = SPACES
               MOVE WS-ENV-COMPANY(1:2) TO WS-COMPANY-FILTER
           END-IF
           DISPLAY 'Company scope: ' WS-COMPANY-FILTER
           .

      * CHECK-RECORD-COMPANY: Whether the code in WS-REC-COMPANY
      * belongs to this run's entity - spaces reading as 01.
       CHECK-RECORD-COMPANY.
           IF WS-REC-COMPANY = SPACES
               MOVE '01' TO WS-REC-COMPANY
           END-IF
           IF WS-REC-COMPANY = WS-COMPANY-FILTER
               SET RECORD-COMPANY-MATCH TO TRUE
           ELSE
               SET RECORD-COMPANY-OTHER TO TRUE
           END-IF
           .

       END PROGRAM PTSICHK.
