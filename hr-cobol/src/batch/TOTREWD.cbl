       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOTREWD.
      ******************************************************************
      * TOTREWD - Annual Total Rewards Statement
      * Purpose: One page per employee paid in the fiscal year (April
      *          to March) setting out everything the company spent
      *          on them, for retention interviews where employees
      *          tend to see only their net pay:
      *            - base pay and the other regular-run adjustments
      *              (proration, absence) that made up the gross
      *            - each allowance type off the payroll's earning
      *              lines, overtime and premiums, commuting, and the
      *              bonus runs (RUN-BONUS)
      *            - the employer-side social insurance and benefit
      *              contributions (EMPLOYER-COST), the savings-plan
      *              incentive (STOCK-INCENTIVE) and the company
      *              housing subsidy (HOUSING-COST)
      *            - the paid leave granted in the year, carried
      *              into it and taken against it
      *            - the retirement allowance accrued at today's
      *              tenure under the RETIREMENT rules in force today
      *              (employees still on the payroll only)
      *          An employee whose total rewards statement consent is
      *          in force today gets the statement in the portal
      *          delivery file instead of a file for printing. Only
      *          approved, paid and closed payrolls count. A summary
      *          by department goes to management.
      * Input: hr-cobol/data/payroll.dat (PAY-ID order)
      *        hr-cobol/data/paydtl.dat
      *        hr-cobol/data/employees.dat
      *        hr-cobol/data/departments.dat
      *        hr-cobol/data/leavebal.dat
      *        hr-cobol/data/rules.dat (via RULE-SVC)
      *        hr-cobol/data/consent.dat (via CNST-SVC)
      * Output: hr-cobol/data/export/totrewd_<EMP-ID>_<YYYY>.txt
      *         hr-cobol/data/export/portal_totrewd_<YYYY>.dat
      *          1-1   document type ('R')
      *          2-10  EMP-ID
      *          11-30 PORTAL-ID
      *          31-34 fiscal year
      *          35-114 statement line
      *         hr-cobol/data/reports/TOTREWD_<generation>.rpt
      *         (department summary, via RPT-PRINT)
      * Parm: TOTREWD_YEAR environment variable (fiscal year YYYY,
      *       April YYYY to March YYYY+1; default the last completed
      *       one)
      *       RUNCTL_OVERRIDE environment variable ('Y' overrides
      *       the duplicate-run guard)
      * Return code: 0 statements written, 4 some statements not
      *       written or more employees than the run holds, 8 parm
      *       or file error
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-FILE
               ASSIGN TO 'hr-cobol/data/payroll.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-FILE-STATUS.

           SELECT PAYDTL-FILE
               ASSIGN TO 'hr-cobol/data/paydtl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DTL-FILE-STATUS.

           SELECT EMPLOYEE-FILE
               ASSIGN TO 'hr-cobol/data/employees.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT DEPARTMENT-FILE
               ASSIGN TO 'hr-cobol/data/departments.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-FILE-STATUS.

           SELECT LEAVEBAL-FILE
               ASSIGN TO 'hr-cobol/data/leavebal.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LVB-FILE-STATUS.

      *    One statement file per employee - the path is built per
      *    employee, the way PAYSLIP names its slips
           SELECT STATEMENT-FILE
               ASSIGN TO DYNAMIC WS-STMT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-FILE-STATUS.

      *    Statements for employees consenting to electronic
      *    delivery, one file for the year for the portal to load
           SELECT PORTAL-FILE
               ASSIGN TO DYNAMIC WS-PORTAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTL-FILE-STATUS.

           SELECT SORT-FILE
               ASSIGN TO 'SORTWK01'.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-FILE.
       01  PAYROLL-RECORD          PIC X(1000).

       FD  PAYDTL-FILE.
       01  PAYDTL-RECORD           PIC X(200).

       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD         PIC X(1000).

       FD  DEPARTMENT-FILE.
       01  DEPARTMENT-RECORD       PIC X(1000).

       FD  LEAVEBAL-FILE.
       01  LEAVEBAL-RECORD         PIC X(200).

       FD  STATEMENT-FILE.
       01  STMT-RECORD             PIC X(80).

       FD  PORTAL-FILE.
       01  PORTAL-RECORD.
           05  PTL-DOC-TYPE         PIC X.
           05  PTL-EMP-ID           PIC 9(9).
           05  PTL-PORTAL-ID        PIC X(20).
           05  PTL-FISCAL-YEAR      PIC 9(4).
           05  PTL-TEXT             PIC X(80).

      * The allowance sort work record - one earning line each, put
      * in employee and earning-code order to be totaled by type
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-EMP-ID           PIC 9(9).
           05  SR-LINE-CODE        PIC X(20).
           05  SR-LINE-DESCR       PIC X(40).
           05  SR-AMOUNT           PIC S9(11)V99.

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'TOTREWD'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

       01  WS-PAY-FILE-STATUS      PIC XX.
           88  PAY-FILE-OK             VALUE '00'.
           88  PAY-FILE-EOF            VALUE '10'.
       01  WS-DTL-FILE-STATUS      PIC XX.
           88  DTL-FILE-OK             VALUE '00'.
           88  DTL-FILE-EOF            VALUE '10'.
       01  WS-EMP-FILE-STATUS      PIC XX.
           88  EMP-FILE-OK             VALUE '00'.
           88  EMP-FILE-EOF            VALUE '10'.
       01  WS-DEPT-FILE-STATUS     PIC XX.
           88  DEPT-FILE-OK            VALUE '00'.
           88  DEPT-FILE-EOF           VALUE '10'.
       01  WS-LVB-FILE-STATUS      PIC XX.
           88  LVB-FILE-OK             VALUE '00'.
           88  LVB-FILE-EOF            VALUE '10'.
       01  WS-STMT-FILE-STATUS     PIC XX.
       01  WS-STMT-PATH            PIC X(80).
       01  WS-PTL-FILE-STATUS      PIC XX.
       01  WS-PORTAL-PATH          PIC X(60).

       01  WS-PAY-REC.
           COPY payroll REPLACING ==05== BY ==10==.
       01  WS-DTL-REC.
           COPY paydtl REPLACING ==05== BY ==10==.
       01  WS-EMP-REC.
           COPY employee REPLACING ==05== BY ==10==.
       01  WS-DEPT-REC.
           COPY department REPLACING ==05== BY ==10==.
       01  WS-LVB-REC.
           COPY leavebal REPLACING ==05== BY ==10==.

      * Run parameters - the fiscal year runs April to March
       01  WS-ENV-YEAR             PIC X(10).
       01  WS-FISCAL-YEAR          PIC 9(4) VALUE 0.
       01  WS-TODAY                PIC 9(8).
       01  WS-TODAY-YEAR           PIC 9(4).
       01  WS-TODAY-MONTH          PIC 9(2).
       01  WS-FIRST-PERIOD         PIC 9(6).
       01  WS-LAST-PERIOD          PIC 9(6).
       01  WS-FIRST-DATE           PIC 9(8).
       01  WS-LAST-DATE            PIC 9(8).

      * Earning line codes PAY-SVC and COMMREL book
       78  SAVINGS-INCENTIVE-CODE  VALUE 'STOCK-INCENTIVE'.
       78  HIRE-PRORATE-CODE       VALUE 'HIREPRORATE'.

      * Working storage for RUNCTL-SVC calls - the run is keyed on
      * the fiscal year, with RUNCTL_OVERRIDE=Y as the explicit
      * operator override
           COPY runctl-req.
           COPY runctl-res.
       01  WS-RUN-PARM             PIC X(10).
       01  WS-RUN-START-TS         PIC 9(14).
       01  WS-ENV-OVERRIDE         PIC X(10).

      * Working storage for CNST-SVC calls - whether the employee's
      * consent to electronic delivery is in force today
           COPY cnst-req.
           COPY cnst-res.
       01  WS-DELIVERY-SW          PIC X.
           88  STMT-TO-PRINT           VALUE 'P'.
           88  STMT-TO-PORTAL          VALUE 'Y'.

      * Working storage for RULE-SVC calls - the RETIREMENT rules,
      * snapshotted the way RETIRE does (RULE-SVC re-initializes its
      * response on every call)
           COPY rule-req.
           COPY rule-res.
       01  WS-RULE-IDX             PIC 9(2).
       01  WS-RULE-LIST-COUNT      PIC 9(4) VALUE 0.
       01  WS-RULE-LIST-SNAP.
           05  WS-RULE-SNAP-ENTRY OCCURS 50 TIMES.
               10  WS-SNAP-RULE-ID      PIC X(20).
               10  WS-SNAP-EFF-FROM     PIC 9(8).
               10  WS-SNAP-EFF-TO       PIC 9(8).
       01  WS-RULES-APPLIED        PIC 9(2).

      * Working storage for DATE-UTIL calls - tenure in days
       01  WS-DATE-OPERATION       PIC X(2).
       01  WS-DATE-1               PIC 9(8).
       01  WS-DATE-2               PIC 9(8).
       01  WS-DATE-RESULT          PIC S9(9).
       01  WS-DATE-STATUS          PIC 9.
       01  WS-TENURE-YEARS         PIC 9(3)V99.
       01  WS-RETIRE-ALLOWANCE     PIC S9(11)V99.
       01  WS-RETIRE-SW            PIC X.
           88  RETIRE-ACCRUED          VALUE 'A'.
           88  RETIRE-NOT-EMPLOYED     VALUE 'N'.
           88  RETIRE-NO-RULE          VALUE 'R'.

      * Every employee, in EMP-ID order as the file arrives (the
      * order SEARCH ALL needs): the latest version, and the year's
      * figures gathered from the payroll, detail and leave files.
      * The regular, bonus and special runs each keep the earning
      * lines itemized out of their gross, so the remainder of each
      * is what the statement shows as base adjustments, bonus and
      * special payments.
       78  MAX-TR-EMPS             VALUE 5000.
       01  WS-EMP-COUNT            PIC 9(5) VALUE 0.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-EMP-COUNT
                   ASCENDING KEY IS WS-ET-EMP-ID
                   INDEXED BY WS-EMP-IDX.
               10  WS-ET-EMP-ID        PIC 9(9).
               10  WS-ET-VALID-FROM    PIC 9(8).
               10  WS-ET-LAST-NAME     PIC X(30).
               10  WS-ET-FIRST-NAME    PIC X(30).
               10  WS-ET-DEPT-ID       PIC 9(6).
               10  WS-ET-HIRE-DATE     PIC 9(8).
               10  WS-ET-EMP-STATUS    PIC X.
                   88  ET-EMPLOYED         VALUE 'A' 'L'.
               10  WS-ET-PAID-SW       PIC X.
                   88  ET-PAID-IN-YEAR     VALUE 'Y'.
               10  WS-ET-BASE          PIC S9(11)V99.
               10  WS-ET-REG-GROSS     PIC S9(11)V99.
               10  WS-ET-REG-ITEMIZED  PIC S9(11)V99.
               10  WS-ET-BON-GROSS     PIC S9(11)V99.
               10  WS-ET-BON-ITEMIZED  PIC S9(11)V99.
               10  WS-ET-SPC-GROSS     PIC S9(11)V99.
               10  WS-ET-SPC-ITEMIZED  PIC S9(11)V99.
               10  WS-ET-ALLOWANCES    PIC S9(11)V99.
               10  WS-ET-OVERTIME      PIC S9(11)V99.
               10  WS-ET-COMMUTE       PIC S9(11)V99.
               10  WS-ET-SAVINGS       PIC S9(11)V99.
               10  WS-ET-EMPLOYER-COST PIC S9(11)V99.
               10  WS-ET-HOUSING       PIC S9(11)V99.
               10  WS-ET-LV-GRANTED    PIC 9(3)V9.
               10  WS-ET-LV-CARRIED    PIC 9(3)V9.
               10  WS-ET-LV-TAKEN      PIC 9(4)V9.
               10  WS-ET-AL-FIRST      PIC 9(5).
               10  WS-ET-AL-COUNT      PIC 9(3).

      * The year's payrolls that count; the live file arrives in
      * PAY-ID order, which keeps the table in the key order SEARCH
      * ALL needs for the detail lines
       78  MAX-TR-PAYS             VALUE 60000.
       01  WS-PAY-COUNT            PIC 9(5) VALUE 0.
       01  WS-PAY-TABLE.
           05  WS-PAY-ENTRY OCCURS 1 TO 60000 TIMES
                   DEPENDING ON WS-PAY-COUNT
                   ASCENDING KEY IS WS-PT-PAY-ID
                   INDEXED BY WS-PAY-IDX.
               10  WS-PT-PAY-ID        PIC 9(12).
               10  WS-PT-EMP-SLOT      PIC 9(5).
               10  WS-PT-RUN-TYPE      PIC X.
                   88  PT-RUN-REGULAR      VALUE 'R'.
                   88  PT-RUN-BONUS        VALUE 'B'.

      * Each employee's allowance totals by earning code, in the
      * sorted order - an employee's entries are consecutive
       78  MAX-TR-ALLOWANCES       VALUE 20000.
       01  WS-AL-COUNT             PIC 9(5) VALUE 0.
       01  WS-AL-TABLE.
           05  WS-AL-ENTRY OCCURS 20000 TIMES
                   INDEXED BY WS-AL-IDX.
               10  WS-AT-EMP-ID        PIC 9(9).
               10  WS-AT-LINE-CODE     PIC X(20).
               10  WS-AT-LINE-DESCR    PIC X(40).
               10  WS-AT-AMOUNT        PIC S9(11)V99.
       01  WS-SORT-EOF-SW          PIC X.
           88  SORT-AT-END             VALUE 'Y'.

      * Current departments with the year's totals for the summary
       78  MAX-TR-DEPTS            VALUE 500.
       01  WS-DEPT-COUNT           PIC 9(3) VALUE 0.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-DEPT-IDX.
               10  WS-DT-DEPT-ID       PIC 9(6).
               10  WS-DT-DEPT-NAME     PIC X(50).
               10  WS-DT-STAFF         PIC 9(5).
               10  WS-DT-CASH          PIC S9(13)V99.
               10  WS-DT-OVERTIME      PIC S9(13)V99.
               10  WS-DT-BONUS         PIC S9(13)V99.
               10  WS-DT-BENEFITS      PIC S9(13)V99.
               10  WS-DT-TOTAL         PIC S9(13)V99.

      * The statement being written
       01  WS-STMT-EMP-ID-X        PIC 9(9).
       01  WS-STMT-NAME            PIC X(61).
       01  WS-LOOKUP-DEPT-ID       PIC 9(6).
       01  WS-LOOKUP-DEPT-NAME     PIC X(50).
       01  WS-ADJUSTMENTS          PIC S9(11)V99.
       01  WS-BONUS                PIC S9(11)V99.
       01  WS-SPECIAL              PIC S9(11)V99.
       01  WS-CASH-TOTAL           PIC S9(11)V99.
       01  WS-BENEFIT-TOTAL        PIC S9(11)V99.
       01  WS-REWARDS-TOTAL        PIC S9(11)V99.
       01  WS-LINE-LABEL           PIC X(40).
       01  WS-LINE-AMOUNT          PIC S9(11)V99.
       01  WS-AMT-SHOWN            PIC ZZZ,ZZZ,ZZ9-.
       01  WS-DAYS-SHOWN           PIC Z,ZZ9.9.
       01  WS-YEARS-SHOWN          PIC ZZ9.99.
       01  WS-DATE-IN              PIC 9(8).
       01  WS-DATE-SHOWN           PIC X(10).

      * Lookups and switches
       01  WS-FOUND-SW             PIC X.
           88  ENTRY-FOUND             VALUE 'Y'.
           88  ENTRY-NOT-FOUND         VALUE 'N'.
       01  WS-SLOT                 PIC 9(5).
       01  WS-TABLE-SW             PIC X VALUE 'N'.
           88  TABLE-OVERFLOWED        VALUE 'Y'.
       01  WS-LOAD-SW              PIC X VALUE 'N'.
           88  LOAD-INCOMPLETE         VALUE 'Y'.

      * Department summary edit fields
       01  WS-SUM-AMOUNT           PIC S9(13)V99.
       01  WS-SUM-SHOWN            PIC Z,ZZZ,ZZZ,ZZ9.
       01  WS-STAFF-SHOWN          PIC ZZ,ZZ9.
       01  WS-GRAND-STAFF          PIC 9(5) VALUE 0.
       01  WS-GRAND-CASH           PIC S9(13)V99 VALUE 0.
       01  WS-GRAND-OVERTIME       PIC S9(13)V99 VALUE 0.
       01  WS-GRAND-BONUS          PIC S9(13)V99 VALUE 0.
       01  WS-GRAND-BENEFITS       PIC S9(13)V99 VALUE 0.
       01  WS-GRAND-TOTAL          PIC S9(13)V99 VALUE 0.

      * Counters
       01  WS-PAID-COUNT           PIC 9(5) VALUE 0.
       01  WS-STMT-COUNT           PIC 9(5) VALUE 0.
       01  WS-PORTAL-COUNT         PIC 9(5) VALUE 0.
       01  WS-FAILED-COUNT         PIC 9(5) VALUE 0.
       01  WS-COUNT-DISPLAY        PIC ZZ,ZZ9.

      * Print-file plumbing
       01  WS-RPT-OP               PIC X.
       01  WS-RPT-NAME             PIC X(8)  VALUE 'TOTREWD'.
       01  WS-RPT-TITLE            PIC X(40)
           VALUE 'TOTAL REWARDS BY DEPARTMENT'.
       01  WS-RPT-OPERATOR         PIC X(16).
       01  WS-RPT-LINE             PIC X(100).
       01  WS-RPT-STATUS           PIC 9.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'TOTREWD - Total Rewards Statement v' WS-VERSION

           PERFORM GET-RUN-PARAMETERS

           PERFORM REGISTER-RUN-START
           IF NOT OK OF RUNCTL-SVC-RES
                   AND STATUS-CODE-N OF RUNCTL-SVC-RES = 409
               DISPLAY 'RUN BLOCKED: ' STATUS-MSG OF RUNCTL-SVC-RES
               DISPLAY 'Set RUNCTL_OVERRIDE=Y to run anyway.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-EMPLOYEES
           PERFORM LOAD-DEPARTMENTS
           PERFORM LOAD-YEAR-PAYROLLS

           SORT SORT-FILE
               ON ASCENDING KEY SR-EMP-ID SR-LINE-CODE
               INPUT PROCEDURE IS SWEEP-EARNING-LINES
               OUTPUT PROCEDURE IS TABLE-ALLOWANCES

           PERFORM LOAD-LEAVE-BALANCES
           PERFORM LOAD-RETIREMENT-RULES

      *    The portal file is written even when empty so a re-run
      *    replaces an earlier one for the year
           MOVE SPACES TO WS-PORTAL-PATH
           STRING 'hr-cobol/data/export/portal_totrewd_'
                  WS-FISCAL-YEAR '.dat'
               DELIMITED BY SIZE INTO WS-PORTAL-PATH
           OPEN OUTPUT PORTAL-FILE
           IF WS-PTL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open portal delivery file'
               MOVE 8 TO RETURN-CODE
               PERFORM REGISTER-RUN-END
               STOP RUN
           END-IF

           PERFORM PRODUCE-ONE-STATEMENT
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT

           CLOSE PORTAL-FILE

           PERFORM PRINT-DEPARTMENT-SUMMARY

           PERFORM REGISTER-RUN-END

           MOVE WS-PAID-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Employees paid in year: ' WS-COUNT-DISPLAY
           MOVE WS-STMT-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Statements written:     ' WS-COUNT-DISPLAY
           MOVE WS-PORTAL-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'To the portal:          ' WS-COUNT-DISPLAY
           IF WS-FAILED-COUNT > 0 OR TABLE-OVERFLOWED
               MOVE WS-FAILED-COUNT TO WS-COUNT-DISPLAY
               DISPLAY 'Statements not written: ' WS-COUNT-DISPLAY
               IF TABLE-OVERFLOWED
                   DISPLAY 'WARNING: more employees, payrolls or '
                       'allowances than the run holds - not all '
                       'counted'
               END-IF
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      * GET-RUN-PARAMETERS: The fiscal year asked for, or the last
      * one completed by today - before April that is the year
      * before last.
       GET-RUN-PARAMETERS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY(1:4) TO WS-TODAY-YEAR
           MOVE WS-TODAY(5:2) TO WS-TODAY-MONTH

           MOVE SPACES TO WS-ENV-YEAR
           ACCEPT WS-ENV-YEAR FROM ENVIRONMENT 'TOTREWD_YEAR'
           IF WS-ENV-YEAR(1:4) IS NUMERIC
               MOVE WS-ENV-YEAR(1:4) TO WS-FISCAL-YEAR
           ELSE
               IF WS-ENV-YEAR NOT = SPACES
                   DISPLAY 'ERROR: TOTREWD_YEAR must be YYYY'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-FISCAL-YEAR = 0
               IF WS-TODAY-MONTH >= 4
                   COMPUTE WS-FISCAL-YEAR = WS-TODAY-YEAR - 1
               ELSE
                   COMPUTE WS-FISCAL-YEAR = WS-TODAY-YEAR - 2
               END-IF
           END-IF

           COMPUTE WS-FIRST-PERIOD = WS-FISCAL-YEAR * 100 + 4
           COMPUTE WS-LAST-PERIOD = (WS-FISCAL-YEAR + 1) * 100 + 3
           COMPUTE WS-FIRST-DATE = WS-FIRST-PERIOD * 100 + 1
           COMPUTE WS-LAST-DATE = WS-LAST-PERIOD * 100 + 31

           DISPLAY 'Fiscal year ' WS-FISCAL-YEAR
               ' - periods ' WS-FIRST-PERIOD ' to ' WS-LAST-PERIOD
           .

      * FORMAT-DATE: WS-DATE-IN (YYYYMMDD) as YYYY/MM/DD in
      * WS-DATE-SHOWN.
       FORMAT-DATE.
           MOVE SPACES TO WS-DATE-SHOWN
           STRING WS-DATE-IN(1:4) '/' WS-DATE-IN(5:2) '/'
                  WS-DATE-IN(7:2)
               DELIMITED BY SIZE INTO WS-DATE-SHOWN
           .

      * LOAD-EMPLOYEES: One slot per employee - versions of one
      * employee arrive together; the latest version names the
      * employee and the department the statement is filed under.
       LOAD-EMPLOYEES.
           MOVE 0 TO WS-EMP-COUNT

           OPEN INPUT EMPLOYEE-FILE
           IF NOT EMP-FILE-OK
               DISPLAY 'ERROR: Cannot open employee file.'
               MOVE 8 TO RETURN-CODE
               PERFORM REGISTER-RUN-END
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
           SET ENTRY-NOT-FOUND TO TRUE
           IF WS-EMP-COUNT > 0
               SET WS-EMP-IDX TO WS-EMP-COUNT
               IF WS-ET-EMP-ID(WS-EMP-IDX) = EMP-ID OF WS-EMP-REC
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-IF

           IF ENTRY-NOT-FOUND
               IF WS-EMP-COUNT >= MAX-TR-EMPS
                   SET TABLE-OVERFLOWED TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-EMP-COUNT
               SET WS-EMP-IDX TO WS-EMP-COUNT
               INITIALIZE WS-EMP-ENTRY(WS-EMP-IDX)
               MOVE EMP-ID OF WS-EMP-REC TO WS-ET-EMP-ID(WS-EMP-IDX)
           ELSE
               IF VALID-FROM OF WS-EMP-REC
                       < WS-ET-VALID-FROM(WS-EMP-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE VALID-FROM OF WS-EMP-REC
               TO WS-ET-VALID-FROM(WS-EMP-IDX)
           MOVE LAST-NAME OF WS-EMP-REC TO WS-ET-LAST-NAME(WS-EMP-IDX)
           MOVE FIRST-NAME OF WS-EMP-REC
               TO WS-ET-FIRST-NAME(WS-EMP-IDX)
           MOVE DEPT-ID OF WS-EMP-REC TO WS-ET-DEPT-ID(WS-EMP-IDX)
           MOVE HIRE-DATE OF WS-EMP-REC TO WS-ET-HIRE-DATE(WS-EMP-IDX)
           MOVE EMP-STATUS OF WS-EMP-REC
               TO WS-ET-EMP-STATUS(WS-EMP-IDX)
           .

      * LOAD-DEPARTMENTS: The current version of each department.
       LOAD-DEPARTMENTS.
           MOVE 0 TO WS-DEPT-COUNT

           OPEN INPUT DEPARTMENT-FILE
           IF NOT DEPT-FILE-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL DEPT-FILE-EOF
               READ DEPARTMENT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DEPARTMENT-RECORD TO WS-DEPT-REC
                       IF VALID-TO OF WS-DEPT-REC = OPEN-ENDED-DATE
                               AND WS-DEPT-COUNT < MAX-TR-DEPTS
                           ADD 1 TO WS-DEPT-COUNT
                           SET WS-DEPT-IDX TO WS-DEPT-COUNT
                           INITIALIZE WS-DEPT-ENTRY(WS-DEPT-IDX)
                           MOVE DEPT-ID OF WS-DEPT-REC
                               TO WS-DT-DEPT-ID(WS-DEPT-IDX)
                           MOVE DEPT-NAME OF WS-DEPT-REC
                               TO WS-DT-DEPT-NAME(WS-DEPT-IDX)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DEPARTMENT-FILE
           .

      * LOAD-YEAR-PAYROLLS: The approved, paid and closed payrolls
      * of the year's periods - their gross by run type and the
      * employer's costs go onto the employee, and the PAY-ID into
      * the table the detail lines are matched on.
       LOAD-YEAR-PAYROLLS.
           OPEN INPUT PAYROLL-FILE
           IF NOT PAY-FILE-OK
               DISPLAY 'ERROR: Cannot open payroll file.'
               MOVE 8 TO RETURN-CODE
               PERFORM REGISTER-RUN-END
               STOP RUN
           END-IF

           PERFORM UNTIL PAY-FILE-EOF
               READ PAYROLL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PAYROLL-RECORD TO WS-PAY-REC
                       IF PAY-PERIOD OF WS-PAY-REC >= WS-FIRST-PERIOD
                               AND PAY-PERIOD OF WS-PAY-REC
                                   <= WS-LAST-PERIOD
                               AND (PAY-APPROVED OF WS-PAY-REC
                                   OR PAY-PAID OF WS-PAY-REC
                                   OR PAY-CLOSED OF WS-PAY-REC)
                           PERFORM TAKE-ONE-PAYROLL
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PAYROLL-FILE
           .

       TAKE-ONE-PAYROLL.
           IF WS-EMP-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           SEARCH ALL WS-EMP-ENTRY
               AT END
                   EXIT PARAGRAPH
               WHEN WS-ET-EMP-ID(WS-EMP-IDX) = EMP-ID OF WS-PAY-REC
                   CONTINUE
           END-SEARCH

           IF WS-PAY-COUNT >= MAX-TR-PAYS
               SET TABLE-OVERFLOWED TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PAY-COUNT
           SET WS-PAY-IDX TO WS-PAY-COUNT
           MOVE PAY-ID OF WS-PAY-REC TO WS-PT-PAY-ID(WS-PAY-IDX)
           SET WS-SLOT TO WS-EMP-IDX
           MOVE WS-SLOT TO WS-PT-EMP-SLOT(WS-PAY-IDX)
           MOVE PAY-RUN-TYPE OF WS-PAY-REC
               TO WS-PT-RUN-TYPE(WS-PAY-IDX)

           MOVE 'Y' TO WS-ET-PAID-SW(WS-EMP-IDX)
           EVALUATE TRUE
               WHEN RUN-BONUS OF WS-PAY-REC
                   ADD GROSS-PAY OF WS-PAY-REC
                       TO WS-ET-BON-GROSS(WS-EMP-IDX)
               WHEN RUN-SPECIAL OF WS-PAY-REC
                   ADD GROSS-PAY OF WS-PAY-REC
                       TO WS-ET-SPC-GROSS(WS-EMP-IDX)
               WHEN OTHER
                   ADD BASE-SALARY OF WS-PAY-REC
                       TO WS-ET-BASE(WS-EMP-IDX)
                   ADD GROSS-PAY OF WS-PAY-REC
                       TO WS-ET-REG-GROSS(WS-EMP-IDX)
           END-EVALUATE
           ADD EMPLOYER-COST OF WS-PAY-REC
               TO WS-ET-EMPLOYER-COST(WS-EMP-IDX)
           ADD HOUSING-COST OF WS-PAY-REC
               TO WS-ET-HOUSING(WS-EMP-IDX)
           .

      * SWEEP-EARNING-LINES: Sort input - the earning lines of the
      * year's payrolls, itemized by kind; lines of other payrolls
      * fall out on the PAY-ID lookup. Allowances go to the sort to
      * be totaled by earning code.
       SWEEP-EARNING-LINES.
           IF WS-PAY-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PAYDTL-FILE
           IF NOT DTL-FILE-OK
               DISPLAY 'WARNING: Cannot open payroll detail file - '
                   'no allowances itemized'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL DTL-FILE-EOF
               READ PAYDTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PAYDTL-RECORD TO WS-DTL-REC
                       IF LINE-EARNING OF WS-DTL-REC
                               AND LINE-AMOUNT OF WS-DTL-REC NOT = 0
                           PERFORM ITEMIZE-ONE-EARNING
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PAYDTL-FILE
           .

      * ITEMIZE-ONE-EARNING: The hire proration stays in the base
      * adjustments; the premium codes PAY-SVC books are overtime,
      * COMMUTE and COMMREL's taxable COMMUTETX are commuting, and
      * every other code is an allowance from the earnings master.
       ITEMIZE-ONE-EARNING.
           SEARCH ALL WS-PAY-ENTRY
               AT END
                   EXIT PARAGRAPH
               WHEN WS-PT-PAY-ID(WS-PAY-IDX) = PAY-ID OF WS-DTL-REC
                   CONTINUE
           END-SEARCH

           IF LINE-CODE OF WS-DTL-REC = HIRE-PRORATE-CODE
               EXIT PARAGRAPH
           END-IF

           SET WS-EMP-IDX TO WS-PT-EMP-SLOT(WS-PAY-IDX)
           EVALUATE TRUE
               WHEN PT-RUN-REGULAR(WS-PAY-IDX)
                   ADD LINE-AMOUNT OF WS-DTL-REC
                       TO WS-ET-REG-ITEMIZED(WS-EMP-IDX)
               WHEN PT-RUN-BONUS(WS-PAY-IDX)
                   ADD LINE-AMOUNT OF WS-DTL-REC
                       TO WS-ET-BON-ITEMIZED(WS-EMP-IDX)
               WHEN OTHER
                   ADD LINE-AMOUNT OF WS-DTL-REC
                       TO WS-ET-SPC-ITEMIZED(WS-EMP-IDX)
           END-EVALUATE

           EVALUATE LINE-CODE OF WS-DTL-REC
               WHEN 'OVERTIME'
               WHEN 'NIGHT'
               WHEN 'HOLIDAY'
               WHEN 'FLEXOT'
               WHEN 'FLEXINFR'
               WHEN 'RESTDAY'
                   ADD LINE-AMOUNT OF WS-DTL-REC
                       TO WS-ET-OVERTIME(WS-EMP-IDX)
               WHEN 'COMMUTE'
               WHEN 'COMMUTETX'
                   ADD LINE-AMOUNT OF WS-DTL-REC
                       TO WS-ET-COMMUTE(WS-EMP-IDX)
               WHEN SAVINGS-INCENTIVE-CODE
                   ADD LINE-AMOUNT OF WS-DTL-REC
                       TO WS-ET-SAVINGS(WS-EMP-IDX)
               WHEN OTHER
                   ADD LINE-AMOUNT OF WS-DTL-REC
                       TO WS-ET-ALLOWANCES(WS-EMP-IDX)
                   MOVE WS-ET-EMP-ID(WS-EMP-IDX) TO SR-EMP-ID
                   MOVE LINE-CODE OF WS-DTL-REC TO SR-LINE-CODE
                   MOVE LINE-DESCR OF WS-DTL-REC TO SR-LINE-DESCR
                   MOVE LINE-AMOUNT OF WS-DTL-REC TO SR-AMOUNT
                   RELEASE SORT-RECORD
           END-EVALUATE
           .

      * TABLE-ALLOWANCES: Sort output - one entry per employee per
      * earning code, the first description seen naming it.
       TABLE-ALLOWANCES.
           MOVE 0 TO WS-AL-COUNT
           MOVE 'N' TO WS-SORT-EOF-SW
           PERFORM UNTIL SORT-AT-END
               RETURN SORT-FILE
                   AT END
                       SET SORT-AT-END TO TRUE
                   NOT AT END
                       PERFORM TABLE-ONE-ALLOWANCE
               END-RETURN
           END-PERFORM
           .

       TABLE-ONE-ALLOWANCE.
           IF WS-AL-COUNT > 0
               IF WS-AT-EMP-ID(WS-AL-IDX) = SR-EMP-ID
                       AND WS-AT-LINE-CODE(WS-AL-IDX) = SR-LINE-CODE
                   ADD SR-AMOUNT TO WS-AT-AMOUNT(WS-AL-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-AL-COUNT >= MAX-TR-ALLOWANCES
               SET TABLE-OVERFLOWED TO TRUE
               EXIT PARAGRAPH
           END-IF
           SEARCH ALL WS-EMP-ENTRY
               AT END
                   EXIT PARAGRAPH
               WHEN WS-ET-EMP-ID(WS-EMP-IDX) = SR-EMP-ID
                   CONTINUE
           END-SEARCH

           ADD 1 TO WS-AL-COUNT
           SET WS-AL-IDX TO WS-AL-COUNT
           MOVE SR-EMP-ID TO WS-AT-EMP-ID(WS-AL-IDX)
           MOVE SR-LINE-CODE TO WS-AT-LINE-CODE(WS-AL-IDX)
           MOVE SR-LINE-DESCR TO WS-AT-LINE-DESCR(WS-AL-IDX)
           MOVE SR-AMOUNT TO WS-AT-AMOUNT(WS-AL-IDX)
           IF WS-ET-AL-COUNT(WS-EMP-IDX) = 0
               MOVE WS-AL-COUNT TO WS-ET-AL-FIRST(WS-EMP-IDX)
           END-IF
           ADD 1 TO WS-ET-AL-COUNT(WS-EMP-IDX)
           .

      * LOAD-LEAVE-BALANCES: The annual leave grants dated in the
      * fiscal year - days granted, carried into them and taken
      * against them.
       LOAD-LEAVE-BALANCES.
           OPEN INPUT LEAVEBAL-FILE
           IF NOT LVB-FILE-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL LVB-FILE-EOF
               READ LEAVEBAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LEAVEBAL-RECORD TO WS-LVB-REC
                       IF GRANT-DATE OF WS-LVB-REC >= WS-FIRST-DATE
                               AND GRANT-DATE OF WS-LVB-REC
                                   <= WS-LAST-DATE
                           PERFORM TAKE-ONE-LEAVE-GRANT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LEAVEBAL-FILE
           .

       TAKE-ONE-LEAVE-GRANT.
           IF WS-EMP-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           SEARCH ALL WS-EMP-ENTRY
               AT END
                   EXIT PARAGRAPH
               WHEN WS-ET-EMP-ID(WS-EMP-IDX) = EMP-ID OF WS-LVB-REC
                   CONTINUE
           END-SEARCH
           ADD GRANTED-DAYS OF WS-LVB-REC
               TO WS-ET-LV-GRANTED(WS-EMP-IDX)
           ADD CARRYOVER-DAYS OF WS-LVB-REC
               TO WS-ET-LV-CARRIED(WS-EMP-IDX)
           ADD TAKEN-DAYS OF WS-LVB-REC
               TO WS-ET-LV-TAKEN(WS-EMP-IDX)
           .

      * LOAD-RETIREMENT-RULES: The tenure-banded RETIREMENT rules,
      * as RETIRE applies them at termination. None on file leaves
      * the accrued value off the statements.
       LOAD-RETIREMENT-RULES.
           INITIALIZE RULE-SVC-REQ
           INITIALIZE RULE-SVC-RES
           SET OP-LIST OF RULE-SVC-REQ TO TRUE
           MOVE 'RETIREMENT' TO Q-RULE-TYPE OF RULE-SVC-REQ
           CALL 'RULE-SVC' USING RULE-SVC-REQ RULE-SVC-RES

           MOVE 0 TO WS-RULE-LIST-COUNT
           IF STATUS-CODE-N OF RULE-SVC-RES = 0
               MOVE RULES-COUNT OF RULE-SVC-RES TO WS-RULE-LIST-COUNT
               PERFORM SNAPSHOT-ONE-RULE
                   VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-LIST-COUNT
           END-IF

           IF WS-RULE-LIST-COUNT = 0
               DISPLAY 'WARNING: No RETIREMENT rules on file - the '
                   'accrued allowance is left off'
           END-IF
           .

       SNAPSHOT-ONE-RULE.
           MOVE LIST-RULE-ID OF RULES-LIST OF RULE-SVC-RES (WS-RULE-IDX)
               TO WS-SNAP-RULE-ID (WS-RULE-IDX)
           MOVE LIST-EFFECTIVE-FROM OF RULES-LIST
               OF RULE-SVC-RES (WS-RULE-IDX)
               TO WS-SNAP-EFF-FROM (WS-RULE-IDX)
           MOVE LIST-EFFECTIVE-TO OF RULES-LIST
               OF RULE-SVC-RES (WS-RULE-IDX)
               TO WS-SNAP-EFF-TO (WS-RULE-IDX)
           .

      * ACCRUE-RETIREMENT-ALLOWANCE: The allowance the employee at
      * WS-EMP-IDX would be paid on retiring today - tenure from hire
      * to today through the RETIREMENT rules in force today. Only
      * for employees still on the payroll.
       ACCRUE-RETIREMENT-ALLOWANCE.
           MOVE 0 TO WS-RETIRE-ALLOWANCE
           MOVE 0 TO WS-TENURE-YEARS
           IF NOT ET-EMPLOYED(WS-EMP-IDX)
               SET RETIRE-NOT-EMPLOYED TO TRUE
               EXIT PARAGRAPH
           END-IF
           SET RETIRE-NO-RULE TO TRUE

           MOVE 'D ' TO WS-DATE-OPERATION
           MOVE WS-ET-HIRE-DATE(WS-EMP-IDX) TO WS-DATE-1
           MOVE WS-TODAY TO WS-DATE-2
           CALL 'DATE-UTIL' USING WS-DATE-OPERATION WS-DATE-1
                                  WS-DATE-2 WS-DATE-RESULT
                                  WS-DATE-STATUS
           IF WS-DATE-STATUS NOT = 0 OR WS-DATE-RESULT <= 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TENURE-YEARS ROUNDED = WS-DATE-RESULT / 365

           MOVE 0 TO WS-RULES-APPLIED
           PERFORM APPLY-ONE-RETIREMENT-RULE
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-LIST-COUNT
           IF WS-RULES-APPLIED > 0
               SET RETIRE-ACCRUED TO TRUE
           END-IF
           .

       APPLY-ONE-RETIREMENT-RULE.
           IF WS-TODAY < WS-SNAP-EFF-FROM (WS-RULE-IDX)
                   OR WS-TODAY > WS-SNAP-EFF-TO (WS-RULE-IDX)
               EXIT PARAGRAPH
           END-IF

           INITIALIZE RULE-SVC-REQ
           INITIALIZE RULE-SVC-RES
           SET OP-EXECUTE OF RULE-SVC-REQ TO TRUE
           MOVE WS-SNAP-RULE-ID (WS-RULE-IDX)
               TO Q-RULE-ID OF RULE-SVC-REQ
           MOVE WS-TODAY TO Q-EFFECTIVE-DATE OF RULE-SVC-REQ
           MOVE 1 TO INPUT-COUNT OF RULE-SVC-REQ
           MOVE WS-TENURE-YEARS
               TO INPUT-VALUE-N OF INPUT-VALUES OF RULE-SVC-REQ (1)

           CALL 'RULE-SVC' USING RULE-SVC-REQ RULE-SVC-RES

           IF STATUS-CODE-N OF RULE-SVC-RES = 0
               ADD OUTPUT-VALUE-N OF RULE-SVC-RES
                   TO WS-RETIRE-ALLOWANCE
               ADD 1 TO WS-RULES-APPLIED
           END-IF
           .

      * PRODUCE-ONE-STATEMENT: The statement for the employee at
      * WS-EMP-IDX when paid in the year, and the employee's totals
      * into the department summary.
       PRODUCE-ONE-STATEMENT.
           IF NOT ET-PAID-IN-YEAR(WS-EMP-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PAID-COUNT

           COMPUTE WS-ADJUSTMENTS = WS-ET-REG-GROSS(WS-EMP-IDX)
               - WS-ET-BASE(WS-EMP-IDX)
               - WS-ET-REG-ITEMIZED(WS-EMP-IDX)
           COMPUTE WS-BONUS = WS-ET-BON-GROSS(WS-EMP-IDX)
               - WS-ET-BON-ITEMIZED(WS-EMP-IDX)
           COMPUTE WS-SPECIAL = WS-ET-SPC-GROSS(WS-EMP-IDX)
               - WS-ET-SPC-ITEMIZED(WS-EMP-IDX)
      *    The savings-plan incentive is paid through the gross but
      *    is shown with the company's subsidies
           COMPUTE WS-CASH-TOTAL = WS-ET-REG-GROSS(WS-EMP-IDX)
               + WS-ET-BON-GROSS(WS-EMP-IDX)
               + WS-ET-SPC-GROSS(WS-EMP-IDX)
               - WS-ET-SAVINGS(WS-EMP-IDX)
           COMPUTE WS-BENEFIT-TOTAL = WS-ET-EMPLOYER-COST(WS-EMP-IDX)
               + WS-ET-SAVINGS(WS-EMP-IDX)
               + WS-ET-HOUSING(WS-EMP-IDX)
           COMPUTE WS-REWARDS-TOTAL = WS-CASH-TOTAL + WS-BENEFIT-TOTAL

           PERFORM ACCRUE-RETIREMENT-ALLOWANCE
           PERFORM ADD-TO-DEPARTMENT

           MOVE WS-ET-EMP-ID(WS-EMP-IDX) TO WS-STMT-EMP-ID-X
           MOVE SPACES TO WS-STMT-NAME
           STRING WS-ET-LAST-NAME(WS-EMP-IDX) DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  WS-ET-FIRST-NAME(WS-EMP-IDX) DELIMITED BY '  '
               INTO WS-STMT-NAME

           PERFORM CHECK-ELECTRONIC-DELIVERY
           IF STMT-TO-PORTAL
               PERFORM WRITE-STATEMENT-BODY
               ADD 1 TO WS-PORTAL-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-STMT-PATH
           STRING 'hr-cobol/data/export/totrewd_'
                  WS-STMT-EMP-ID-X '_' WS-FISCAL-YEAR '.txt'
               DELIMITED BY SIZE INTO WS-STMT-PATH
           OPEN OUTPUT STATEMENT-FILE
           IF WS-STMT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open ' WS-STMT-PATH
               ADD 1 TO WS-FAILED-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-STATEMENT-BODY
           CLOSE STATEMENT-FILE
           ADD 1 TO WS-STMT-COUNT
           .

      * CHECK-ELECTRONIC-DELIVERY: The statement goes to the portal
      * only while the employee's total rewards statement consent is
      * in force today; any failure of the lookup prints it.
       CHECK-ELECTRONIC-DELIVERY.
           SET STMT-TO-PRINT TO TRUE
           INITIALIZE CNST-SVC-REQ
           INITIALIZE CNST-SVC-RES
           SET OP-CHECK OF CNST-SVC-REQ TO TRUE
           MOVE 'TOTREWD' TO USER-ID OF CNST-SVC-REQ
           MOVE SPACES TO CORR-ID OF CNST-SVC-REQ
           MOVE WS-ET-EMP-ID(WS-EMP-IDX) TO Q-EMP-ID OF CNST-SVC-REQ
           MOVE 'R' TO Q-DOC-TYPE OF CNST-SVC-REQ
           MOVE WS-TODAY TO Q-DATE OF CNST-SVC-REQ

           CALL 'CNST-SVC' USING CNST-SVC-REQ CNST-SVC-RES

           IF OK OF CNST-SVC-RES AND DELIVER-PORTAL OF CNST-SVC-RES
               SET STMT-TO-PORTAL TO TRUE
           END-IF
           .

      * PUT-STMT-LINE: Writes the statement line in STMT-RECORD to
      * the employee's statement file, or to the portal delivery
      * file tagged with the employee and portal account.
       PUT-STMT-LINE.
           IF STMT-TO-PRINT
               WRITE STMT-RECORD
               MOVE SPACES TO STMT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO PORTAL-RECORD
           MOVE 'R' TO PTL-DOC-TYPE
           MOVE WS-ET-EMP-ID(WS-EMP-IDX) TO PTL-EMP-ID
           MOVE PORTAL-ID OF OUT-CONSENT OF CNST-SVC-RES
               TO PTL-PORTAL-ID
           MOVE WS-FISCAL-YEAR TO PTL-FISCAL-YEAR
           MOVE STMT-RECORD TO PTL-TEXT
           WRITE PORTAL-RECORD
           MOVE SPACES TO STMT-RECORD
           .

      * PUT-AMOUNT-LINE: WS-LINE-LABEL with WS-LINE-AMOUNT in the
      * yen column.
       PUT-AMOUNT-LINE.
           MOVE SPACES TO STMT-RECORD
           MOVE WS-LINE-LABEL TO STMT-RECORD(1:40)
           MOVE WS-LINE-AMOUNT TO WS-AMT-SHOWN
           MOVE WS-AMT-SHOWN TO STMT-RECORD(41:12)
           PERFORM PUT-STMT-LINE
           .

       PUT-RULE-LINE.
           MOVE '----------------------------------------------------'
               TO STMT-RECORD
           PERFORM PUT-STMT-LINE
           .

      * WRITE-STATEMENT-BODY: The one-page statement for the
      * employee at WS-EMP-IDX.
       WRITE-STATEMENT-BODY.
           MOVE SPACES TO STMT-RECORD
           MOVE '===================================================='
               TO STMT-RECORD
           PERFORM PUT-STMT-LINE
           MOVE '            ANNUAL TOTAL REWARDS STATEMENT'
               TO STMT-RECORD
           PERFORM PUT-STMT-LINE
           MOVE '===================================================='
               TO STMT-RECORD
           PERFORM PUT-STMT-LINE

           STRING 'Employee:    ' WS-STMT-EMP-ID-X '  '
                  WS-STMT-NAME
               DELIMITED BY SIZE INTO STMT-RECORD
           PERFORM PUT-STMT-LINE
           MOVE WS-ET-DEPT-ID(WS-EMP-IDX) TO WS-LOOKUP-DEPT-ID
           PERFORM FIND-DEPARTMENT-NAME
           STRING 'Department:  ' WS-LOOKUP-DEPT-ID '  '
                  WS-LOOKUP-DEPT-NAME
               DELIMITED BY SIZE INTO STMT-RECORD
           PERFORM PUT-STMT-LINE
           STRING 'Fiscal year: ' WS-FISCAL-YEAR
                  ' (periods ' WS-FIRST-PERIOD ' to '
                  WS-LAST-PERIOD ')'
               DELIMITED BY SIZE INTO STMT-RECORD
           PERFORM PUT-STMT-LINE
           MOVE SPACES TO STMT-RECORD
           MOVE '(yen)' TO STMT-RECORD(48:5)
           PERFORM PUT-STMT-LINE
           PERFORM PUT-RULE-LINE

           MOVE 'CASH COMPENSATION' TO STMT-RECORD
           PERFORM PUT-STMT-LINE
           MOVE '  Base pay' TO WS-LINE-LABEL
           MOVE WS-ET-BASE(WS-EMP-IDX) TO WS-LINE-AMOUNT
           PERFORM PUT-AMOUNT-LINE
           IF WS-ADJUSTMENTS NOT = 0
               MOVE '  Proration and absence adjustments'
                   TO WS-LINE-LABEL
               MOVE WS-ADJUSTMENTS TO WS-LINE-AMOUNT
               PERFORM PUT-AMOUNT-LINE
           END-IF
           IF WS-ET-AL-COUNT(WS-EMP-IDX) > 0
               MOVE '  Allowances' TO STMT-RECORD
               PERFORM PUT-STMT-LINE
               SET WS-AL-IDX TO WS-ET-AL-FIRST(WS-EMP-IDX)
               PERFORM PUT-ALLOWANCE-LINE
                   WS-ET-AL-COUNT(WS-EMP-IDX) TIMES
           END-IF
           MOVE '  Overtime and premiums' TO WS-LINE-LABEL
           MOVE WS-ET-OVERTIME(WS-EMP-IDX) TO WS-LINE-AMOUNT
           PERFORM PUT-AMOUNT-LINE
           MOVE '  Commuting allowance' TO WS-LINE-LABEL
           MOVE WS-ET-COMMUTE(WS-EMP-IDX) TO WS-LINE-AMOUNT
           PERFORM PUT-AMOUNT-LINE
           MOVE '  Bonuses' TO WS-LINE-LABEL
           MOVE WS-BONUS TO WS-LINE-AMOUNT
           PERFORM PUT-AMOUNT-LINE
           IF WS-SPECIAL NOT = 0
               MOVE '  Special payments' TO WS-LINE-LABEL
               MOVE WS-SPECIAL TO WS-LINE-AMOUNT
               PERFORM PUT-AMOUNT-LINE
           END-IF
           MOVE '  Total cash compensation' TO WS-LINE-LABEL
           MOVE WS-CASH-TOTAL TO WS-LINE-AMOUNT
           PERFORM PUT-AMOUNT-LINE
           PERFORM PUT-STMT-LINE

           MOVE 'PAID BY THE COMPANY ON YOUR BEHALF' TO STMT-RECORD
           PERFORM PUT-STMT-LINE
           MOVE '  Social insurance and benefit contributions'
               TO WS-LINE-LABEL
           MOVE WS-ET-EMPLOYER-COST(WS-EMP-IDX) TO WS-LINE-AMOUNT
           PERFORM PUT-AMOUNT-LINE
           MOVE '  Savings plan incentive' TO WS-LINE-LABEL
           MOVE WS-ET-SAVINGS(WS-EMP-IDX) TO WS-LINE-AMOUNT
           PERFORM PUT-AMOUNT-LINE
           MOVE '  Company housing subsidy' TO WS-LINE-LABEL
           MOVE WS-ET-HOUSING(WS-EMP-IDX) TO WS-LINE-AMOUNT
           PERFORM PUT-AMOUNT-LINE
           MOVE '  Total paid on your behalf' TO WS-LINE-LABEL
           MOVE WS-BENEFIT-TOTAL TO WS-LINE-AMOUNT
           PERFORM PUT-AMOUNT-LINE
           PERFORM PUT-RULE-LINE

           MOVE 'TOTAL REWARDS' TO WS-LINE-LABEL
           MOVE WS-REWARDS-TOTAL TO WS-LINE-AMOUNT
           PERFORM PUT-AMOUNT-LINE
           PERFORM PUT-RULE-LINE

           MOVE 'PAID LEAVE (days)' TO STMT-RECORD
           PERFORM PUT-STMT-LINE
           MOVE WS-ET-LV-GRANTED(WS-EMP-IDX) TO WS-DAYS-SHOWN
           STRING '  Granted in the year              ' WS-DAYS-SHOWN
               DELIMITED BY SIZE INTO STMT-RECORD
           PERFORM PUT-STMT-LINE
           MOVE WS-ET-LV-CARRIED(WS-EMP-IDX) TO WS-DAYS-SHOWN
           STRING '  Carried over from the year before' WS-DAYS-SHOWN
               DELIMITED BY SIZE INTO STMT-RECORD
           PERFORM PUT-STMT-LINE
           MOVE WS-ET-LV-TAKEN(WS-EMP-IDX) TO WS-DAYS-SHOWN
           STRING '  Taken                            ' WS-DAYS-SHOWN
               DELIMITED BY SIZE INTO STMT-RECORD
           PERFORM PUT-STMT-LINE
           PERFORM PUT-STMT-LINE

           MOVE 'RETIREMENT ALLOWANCE' TO STMT-RECORD
           PERFORM PUT-STMT-LINE
           EVALUATE TRUE
               WHEN RETIRE-ACCRUED
                   MOVE WS-TENURE-YEARS TO WS-YEARS-SHOWN
                   STRING '  Years of service today         '
                          WS-YEARS-SHOWN
                       DELIMITED BY SIZE INTO STMT-RECORD
                   PERFORM PUT-STMT-LINE
                   MOVE '  Accrued value at today''s tenure'
                       TO WS-LINE-LABEL
                   MOVE WS-RETIRE-ALLOWANCE TO WS-LINE-AMOUNT
                   PERFORM PUT-AMOUNT-LINE
               WHEN RETIRE-NOT-EMPLOYED
                   MOVE '  Not shown - no longer employed'
                       TO STMT-RECORD
                   PERFORM PUT-STMT-LINE
               WHEN OTHER
                   MOVE '  Not available - ask Human Resources'
                       TO STMT-RECORD
                   PERFORM PUT-STMT-LINE
           END-EVALUATE
           PERFORM PUT-STMT-LINE

           MOVE WS-TODAY TO WS-DATE-IN
           PERFORM FORMAT-DATE
           STRING 'Prepared ' WS-DATE-SHOWN
                  '        Human Resources Department'
               DELIMITED BY SIZE INTO STMT-RECORD
           PERFORM PUT-STMT-LINE
           MOVE '===================================================='
               TO STMT-RECORD
           PERFORM PUT-STMT-LINE
           .

       PUT-ALLOWANCE-LINE.
           MOVE SPACES TO WS-LINE-LABEL
           IF WS-AT-LINE-DESCR(WS-AL-IDX) = SPACES
               STRING '    ' WS-AT-LINE-CODE(WS-AL-IDX)
                   DELIMITED BY SIZE INTO WS-LINE-LABEL
           ELSE
               STRING '    ' WS-AT-LINE-DESCR(WS-AL-IDX)
                   DELIMITED BY SIZE INTO WS-LINE-LABEL
           END-IF
           MOVE WS-AT-AMOUNT(WS-AL-IDX) TO WS-LINE-AMOUNT
           PERFORM PUT-AMOUNT-LINE
           SET WS-AL-IDX UP BY 1
           .

      * FIND-DEPARTMENT-NAME: WS-LOOKUP-DEPT-ID to its current name;
      * spaces when not on file.
       FIND-DEPARTMENT-NAME.
           MOVE SPACES TO WS-LOOKUP-DEPT-NAME
           SET WS-DEPT-IDX TO 1
           SEARCH WS-DEPT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DEPT-IDX > WS-DEPT-COUNT
                   CONTINUE
               WHEN WS-DT-DEPT-ID(WS-DEPT-IDX) = WS-LOOKUP-DEPT-ID
                   MOVE WS-DT-DEPT-NAME(WS-DEPT-IDX)
                       TO WS-LOOKUP-DEPT-NAME
           END-SEARCH
           .

      * ADD-TO-DEPARTMENT: The employee's year into the summary line
      * of the department on the latest version; a department no
      * longer current gets a line of its own.
       ADD-TO-DEPARTMENT.
           SET ENTRY-NOT-FOUND TO TRUE
           SET WS-DEPT-IDX TO 1
           SEARCH WS-DEPT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DEPT-IDX > WS-DEPT-COUNT
                   CONTINUE
               WHEN WS-DT-DEPT-ID(WS-DEPT-IDX)
                       = WS-ET-DEPT-ID(WS-EMP-IDX)
                   SET ENTRY-FOUND TO TRUE
           END-SEARCH

           IF ENTRY-NOT-FOUND
               IF WS-DEPT-COUNT >= MAX-TR-DEPTS
                   SET TABLE-OVERFLOWED TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DEPT-COUNT
               SET WS-DEPT-IDX TO WS-DEPT-COUNT
               INITIALIZE WS-DEPT-ENTRY(WS-DEPT-IDX)
               MOVE WS-ET-DEPT-ID(WS-EMP-IDX)
                   TO WS-DT-DEPT-ID(WS-DEPT-IDX)
               MOVE '(not current)' TO WS-DT-DEPT-NAME(WS-DEPT-IDX)
           END-IF

           ADD 1 TO WS-DT-STAFF(WS-DEPT-IDX)
           ADD WS-CASH-TOTAL TO WS-DT-CASH(WS-DEPT-IDX)
           ADD WS-ET-OVERTIME(WS-EMP-IDX)
               TO WS-DT-OVERTIME(WS-DEPT-IDX)
           ADD WS-BONUS TO WS-DT-BONUS(WS-DEPT-IDX)
           ADD WS-BENEFIT-TOTAL TO WS-DT-BENEFITS(WS-DEPT-IDX)
           ADD WS-REWARDS-TOTAL TO WS-DT-TOTAL(WS-DEPT-IDX)
           .

      * PRINT-DEPARTMENT-SUMMARY: One line per department with staff
      * paid in the year and a line of its averages per head, then
      * the company totals.
       PRINT-DEPARTMENT-SUMMARY.
           PERFORM OPEN-PRINT-FILE
           STRING 'FISCAL YEAR ' WS-FISCAL-YEAR
                  '  PERIODS ' WS-FIRST-PERIOD ' TO ' WS-LAST-PERIOD
                  '  (YEN)'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           PERFORM EMIT-PRINT-LINE
           STRING 'DEPT   DEPARTMENT        STAFF      CASH PAY'
                  '      OVERTIME         BONUS      BENEFITS'
                  ' TOTAL REWARDS'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           PERFORM PRINT-ONE-DEPARTMENT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT

           IF WS-GRAND-STAFF = 0
               MOVE '  No employees paid in the year.' TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           ELSE
               PERFORM EMIT-PRINT-LINE
               MOVE 'ALL DEPARTMENTS' TO WS-RPT-LINE(1:23)
               MOVE WS-GRAND-STAFF TO WS-STAFF-SHOWN
               MOVE WS-STAFF-SHOWN TO WS-RPT-LINE(25:6)
               PERFORM PUT-GRAND-AMOUNTS
               PERFORM EMIT-PRINT-LINE
           END-IF
           PERFORM CLOSE-PRINT-FILE
           .

       PRINT-ONE-DEPARTMENT.
           IF WS-DT-STAFF(WS-DEPT-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           ADD WS-DT-STAFF(WS-DEPT-IDX) TO WS-GRAND-STAFF
           ADD WS-DT-CASH(WS-DEPT-IDX) TO WS-GRAND-CASH
           ADD WS-DT-OVERTIME(WS-DEPT-IDX) TO WS-GRAND-OVERTIME
           ADD WS-DT-BONUS(WS-DEPT-IDX) TO WS-GRAND-BONUS
           ADD WS-DT-BENEFITS(WS-DEPT-IDX) TO WS-GRAND-BENEFITS
           ADD WS-DT-TOTAL(WS-DEPT-IDX) TO WS-GRAND-TOTAL

           MOVE WS-DT-DEPT-ID(WS-DEPT-IDX) TO WS-RPT-LINE(1:6)
           MOVE WS-DT-DEPT-NAME(WS-DEPT-IDX) TO WS-RPT-LINE(8:16)
           MOVE WS-DT-STAFF(WS-DEPT-IDX) TO WS-STAFF-SHOWN
           MOVE WS-STAFF-SHOWN TO WS-RPT-LINE(25:6)
           MOVE WS-DT-CASH(WS-DEPT-IDX) TO WS-SUM-SHOWN
           MOVE WS-SUM-SHOWN TO WS-RPT-LINE(32:13)
           MOVE WS-DT-OVERTIME(WS-DEPT-IDX) TO WS-SUM-SHOWN
           MOVE WS-SUM-SHOWN TO WS-RPT-LINE(46:13)
           MOVE WS-DT-BONUS(WS-DEPT-IDX) TO WS-SUM-SHOWN
           MOVE WS-SUM-SHOWN TO WS-RPT-LINE(60:13)
           MOVE WS-DT-BENEFITS(WS-DEPT-IDX) TO WS-SUM-SHOWN
           MOVE WS-SUM-SHOWN TO WS-RPT-LINE(74:13)
           MOVE WS-DT-TOTAL(WS-DEPT-IDX) TO WS-SUM-SHOWN
           MOVE WS-SUM-SHOWN TO WS-RPT-LINE(88:13)
           PERFORM EMIT-PRINT-LINE

           MOVE '  average per head' TO WS-RPT-LINE(8:23)
           COMPUTE WS-SUM-AMOUNT ROUNDED = WS-DT-CASH(WS-DEPT-IDX)
               / WS-DT-STAFF(WS-DEPT-IDX)
           MOVE WS-SUM-AMOUNT TO WS-SUM-SHOWN
           MOVE WS-SUM-SHOWN TO WS-RPT-LINE(32:13)
           COMPUTE WS-SUM-AMOUNT ROUNDED = WS-DT-OVERTIME(WS-DEPT-IDX)
               / WS-DT-STAFF(WS-DEPT-IDX)
           MOVE WS-SUM-AMOUNT TO WS-SUM-SHOWN
           MOVE WS-SUM-SHOWN TO WS-RPT-LINE(46:13)
           COMPUTE WS-SUM-AMOUNT ROUNDED = WS-DT-BONUS(WS-DEPT-IDX)
               / WS-DT-STAFF(WS-DEPT-IDX)
           MOVE WS-SUM-AMOUNT TO WS-SUM-SHOWN
           MOVE WS-SUM-SHOWN TO WS-RPT-LINE(60:13)
           COMPUTE WS-SUM-AMOUNT ROUNDED = WS-DT-BENEFITS(WS-DEPT-IDX)
               / WS-DT-STAFF(WS-DEPT-IDX)
           MOVE WS-SUM-AMOUNT TO WS-SUM-SHOWN
           MOVE WS-SUM-SHOWN TO WS-RPT-LINE(74:13)
           COMPUTE WS-SUM-AMOUNT ROUNDED = WS-DT-TOTAL(WS-DEPT-IDX)
               / WS-DT-STAFF(WS-DEPT-IDX)
           MOVE WS-SUM-AMOUNT TO WS-SUM-SHOWN
           MOVE WS-SUM-SHOWN TO WS-RPT-LINE(88:13)
           PERFORM EMIT-PRINT-LINE
           .

       PUT-GRAND-AMOUNTS.
           MOVE WS-GRAND-CASH TO WS-SUM-SHOWN
           MOVE WS-SUM-SHOWN TO WS-RPT-LINE(32:13)
           MOVE WS-GRAND-OVERTIME TO WS-SUM-SHOWN
           MOVE WS-SUM-SHOWN TO WS-RPT-LINE(46:13)
           MOVE WS-GRAND-BONUS TO WS-SUM-SHOWN
           MOVE WS-SUM-SHOWN TO WS-RPT-LINE(60:13)
           MOVE WS-GRAND-BENEFITS TO WS-SUM-SHOWN
           MOVE WS-SUM-SHOWN TO WS-RPT-LINE(74:13)
           MOVE WS-GRAND-TOTAL TO WS-SUM-SHOWN
           MOVE WS-SUM-SHOWN TO WS-RPT-LINE(88:13)
           .

      * REGISTER-RUN-START: Registers this run with the central run
      * control, guarded against producing the same year twice; the
      * caller checks for the 409 block.
       REGISTER-RUN-START.
           MOVE SPACES TO WS-RUN-PARM
           MOVE WS-FISCAL-YEAR TO WS-RUN-PARM
           INITIALIZE RUNCTL-SVC-REQ
           INITIALIZE RUNCTL-SVC-RES
           SET OP-START OF RUNCTL-SVC-REQ TO TRUE
           MOVE 'TOTREWD' TO USER-ID OF RUNCTL-SVC-REQ
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

      * REGISTER-RUN-END: Closes the registered run out with this
      * run's counts and outcome.
       REGISTER-RUN-END.
           INITIALIZE RUNCTL-SVC-REQ
           INITIALIZE RUNCTL-SVC-RES
           SET OP-END OF RUNCTL-SVC-REQ TO TRUE
           MOVE 'TOTREWD' TO USER-ID OF RUNCTL-SVC-REQ
           MOVE SPACES TO CORR-ID OF RUNCTL-SVC-REQ
           MOVE WS-PROGRAM-NAME(1:8) TO Q-JOB-NAME OF RUNCTL-SVC-REQ
           MOVE WS-RUN-PARM TO Q-RUN-PARM OF RUNCTL-SVC-REQ
           MOVE WS-RUN-START-TS
               TO Q-START-TIMESTAMP OF RUNCTL-SVC-REQ
           MOVE WS-PAID-COUNT TO Q-TOTAL-COUNT OF RUNCTL-SVC-REQ
           COMPUTE Q-SUCCESS-COUNT OF RUNCTL-SVC-REQ =
               WS-STMT-COUNT + WS-PORTAL-COUNT
           MOVE WS-FAILED-COUNT TO Q-FAILED-COUNT OF RUNCTL-SVC-REQ
           IF RETURN-CODE = 8
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

       END PROGRAM TOTREWD.
