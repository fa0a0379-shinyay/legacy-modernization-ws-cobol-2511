       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABORDST.
      ******************************************************************
      * LABORDST - Project Labor Cost Distribution
      * Purpose: EXPGL charges the period's salary expense to
      *          departments; finance also needs it by project, for
      *          client billing and for capitalized development.
      *          Once the period's payroll is approved, each
      *          employee's GROSS-PAY and EMPLOYER-COST is spread
      *          across the projects their timecard lines were coded
      *          to, in proportion to the hours worked on each (the
      *          share of the hours on uncoded lines stays with the
      *          department). Staff with no project hours - most
      *          salaried staff - stay wholly on their department or
      *          concurrent-assignment split, the way EXPGL posts
      *          them. The project cost report prints both sides and
      *          reconciles them to the payroll gross EXPGL debits to
      *          wage expense; the GL reclass file moves the projects'
      *          share of that gross out of the expense accounts EXPGL
      *          charged each department and onto each project's
      *          account. A department's relief is credited to those
      *          accounts in proportion to what EXPGL debited them -
      *          each earning and adjustment detail line to the
      *          account mapped for its line type and code, the rest
      *          of the gross to the base-pay mapping row - resolved
      *          through GLMAP-SVC with EXPGL's keys (line type and
      *          code, the payroll's run type, the department). A
      *          relief that maps to no account is listed and the
      *          run rejected. The reclass is written only when it
      *          proves in balance, EXPGL's rule.
      *          EMPLOYER-COST is distributed on the report for
      *          costing but not reclassed - it stays on the employer
      *          contribution expense EXPGL charged the department.
      * Input: hr-cobol/data/project.dat
      *        hr-cobol/data/timecards.dat
      *        hr-cobol/data/payroll.dat
      *        hr-cobol/data/paydtl.dat
      *        hr-cobol/data/employees.dat (via EMP-SVC)
      *        hr-cobol/data/assignments.dat (via ASSIGN-SVC)
      *        hr-cobol/data/glmap.dat (via GLMAP-SVC)
      * Output: hr-cobol/data/reports/LABORDST.rpt (via RPT-PRINT)
      *         hr-cobol/data/export/labordst_<YYYYMM>.dat
      *          Detail  1-1  '1'
      *                  2-2  D/C indicator
      *                  3-6  account code (the mapped expense
      *                       account EXPGL debited on the credits;
      *                       the project's account on the debits -
      *                       its own, or 5110 billable
      *                       labor, 1550 capitalized development,
      *                       5120 overhead projects by type)
      *                  7-12 DEPT-ID (the department relieved on a
      *                       credit, the owning department on a
      *                       debit)
      *                 13-18 PAY-PERIOD
      *                 19-31 amount (13 digits, 2 implied decimals)
      *                 32-35 the entity's GL prefix from the company
      *                       master
      *                 36-43 PROJECT-CODE on debits
      *          Trailer 1-1  '9'
      *                  2-14 debit total
      *                 15-27 credit total
      *                 28-33 line count
      *                 34-46 the period's payroll gross (EXPGL's
      *                       mapped wage expense debits - detail
      *                       line and base-pay accounts across the
      *                       departments) reconciled to
      * Parm: LABORDST_PERIOD environment variable (YYYYMM, required)
      *       COMPANY_CODE environment variable (the legal entity to
      *       distribute, default 01; payroll records carrying spaces
      *       read as 01)
      * Return code: 0 distributed, 4 project hours with no approved
      *              payroll to cost them, 8 parm, file, unmapped
      *              account or balance error
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROJECT-FILE
               ASSIGN TO 'hr-cobol/data/project.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRJ-FILE-STATUS.

           SELECT TIMECARD-FILE
               ASSIGN TO 'hr-cobol/data/timecards.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TC-FILE-STATUS.

           SELECT PAYROLL-FILE
               ASSIGN TO 'hr-cobol/data/payroll.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-FILE-STATUS.

           SELECT PAYDTL-FILE
               ASSIGN TO 'hr-cobol/data/paydtl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DTL-FILE-STATUS.

           SELECT RECLASS-FILE
               ASSIGN TO DYNAMIC WS-RECLASS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROJECT-FILE.
       01  PROJECT-RECORD          PIC X(200).

       FD  TIMECARD-FILE.
       01  TIMECARD-RECORD         PIC X(200).

       FD  PAYROLL-FILE.
       01  PAYROLL-RECORD          PIC X(1000).

       FD  PAYDTL-FILE.
       01  PAYDTL-RECORD           PIC X(200).

       FD  RECLASS-FILE.
       01  RECLASS-RECORD          PIC X(50).
       01  RECLASS-DETAIL REDEFINES RECLASS-RECORD.
           05  RCL-REC-TYPE        PIC X.
           05  RCL-DC-IND          PIC X.
           05  RCL-ACCOUNT         PIC X(4).
           05  RCL-DEPT-ID         PIC 9(6).
           05  RCL-PERIOD          PIC 9(6).
           05  RCL-AMOUNT          PIC 9(11)V99.
           05  RCL-CO-PREFIX       PIC X(4).
           05  RCL-PROJECT-CODE    PIC X(8).
           05  FILLER              PIC X(7).
       01  RECLASS-TRAILER REDEFINES RECLASS-RECORD.
           05  RCL-TRL-TYPE        PIC X.
           05  RCL-TRL-DEBITS      PIC 9(11)V99.
           05  RCL-TRL-CREDITS     PIC 9(11)V99.
           05  RCL-TRL-LINES       PIC 9(6).
           05  RCL-TRL-PAY-GROSS   PIC 9(11)V99.
           05  FILLER              PIC X(4).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'LABORDST'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

      * As-of date that resolves an employee's latest version even
      * after termination
       78  LATEST-VERSION-DATE     VALUE 99999999.

      * Default reclass accounts by project type, for a project
      * whose master record names none
       78  BILLABLE-LABOR-ACCOUNT  VALUE '5110'.
       78  CAPITAL-LABOR-ACCOUNT   VALUE '1550'.
       78  OVERHEAD-LABOR-ACCOUNT  VALUE '5120'.

       01  WS-PRJ-FILE-STATUS      PIC XX.
           88  PRJ-FILE-OK             VALUE '00'.
           88  PRJ-FILE-EOF            VALUE '10'.
           88  PRJ-FILE-NOT-FOUND      VALUE '35'.
       01  WS-TC-FILE-STATUS       PIC XX.
           88  TC-FILE-OK              VALUE '00'.
           88  TC-FILE-EOF             VALUE '10'.
           88  TC-FILE-NOT-FOUND       VALUE '35'.
       01  WS-PAY-FILE-STATUS      PIC XX.
           88  PAY-FILE-OK             VALUE '00'.
           88  PAY-FILE-EOF            VALUE '10'.
           88  PAY-FILE-NOT-FOUND      VALUE '35'.
       01  WS-RCL-FILE-STATUS      PIC XX.
       01  WS-DTL-FILE-STATUS      PIC XX.
           88  DTL-FILE-OK             VALUE '00'.
           88  DTL-FILE-EOF            VALUE '10'.
           88  DTL-FILE-NOT-FOUND      VALUE '35'.

       01  WS-RECLASS-PATH         PIC X(60).

       01  WS-PRJ-REC.
           COPY project REPLACING ==05== BY ==10==.
       01  WS-TC-REC.
           COPY timecard REPLACING ==05== BY ==10==.
       01  WS-PAY-REC.
           COPY payroll REPLACING ==05== BY ==10==.
       01  WS-DTL-REC.
           COPY paydtl REPLACING ==05== BY ==10==.

      * Working storage for EMP-SVC calls - the home department of
      * an employee without concurrent assignments, and the company
      * of one whose project hours found no payroll
           COPY emp-req.
           COPY emp-res.

      * Working storage for ASSIGN-SVC calls - the same FTE split
      * EXPGL charges the salary expense by, so each department is
      * relieved of the project share of what EXPGL debited it
           COPY asg-req.
           COPY asg-res.
       01  WS-SPLIT-IDX            PIC 9(2).

      * Working storage for GLMAP-SVC calls - the expense account
      * EXPGL debited for each line type, code, run type and
      * department; every key resolved is kept, so each goes to the
      * master once, and one that resolves to nothing is listed once
           COPY glmap-req.
           COPY glmap-res.
       78  MAX-LD-MAPS             VALUE 2000.
       01  WS-MAP-COUNT            PIC 9(4) VALUE 0.
       01  WS-MAP-TABLE.
           05  WS-LD-MAP-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-MAP-IDX.
               10  WS-MC-KEY       PIC X(28).
               10  WS-MC-ACCOUNT   PIC X(4).
               10  WS-MC-MAPPED-SW PIC X.
                   88  MC-MAPPED           VALUE 'Y'.
       01  WS-MAP-KEY.
           05  WS-MAP-LINE-TYPE    PIC X.
           05  WS-MAP-LINE-CODE    PIC X(20).
           05  WS-MAP-RUN-TYPE     PIC X.
           05  WS-MAP-DEPT-ID      PIC 9(6).
       01  WS-MAP-ACCOUNT          PIC X(4).
       01  WS-MAP-SW               PIC X.
           88  MAP-RESOLVED            VALUE 'Y'.
           88  MAP-UNRESOLVED          VALUE 'N'.
       01  WS-UNMAPPED-COUNT       PIC 9(5) VALUE 0.

      * Working storage for COMPANY-SVC calls - the GL prefix
           COPY co-req.
           COPY co-res.

      * Working storage for XMIT-SVC calls - the reclass file lands
      * on the transmission register
           COPY xmit-req.
           COPY xmit-res.

      * Print-file plumbing
       01  WS-RPT-OP               PIC X.
       01  WS-RPT-NAME             PIC X(8)  VALUE 'LABORDST'.
       01  WS-RPT-TITLE            PIC X(40)
           VALUE 'PROJECT LABOR COST DISTRIBUTION'.
       01  WS-RPT-OPERATOR         PIC X(16).
       01  WS-RPT-LINE             PIC X(100).
       01  WS-RPT-STATUS           PIC 9.

       01  WS-ENV-PERIOD           PIC X(10).
       01  WS-PERIOD               PIC 9(6) VALUE 0.
       01  WS-PERIOD-YY            PIC 9(4).
       01  WS-PERIOD-MM            PIC 9(2).
       01  WS-CARD-PERIOD          PIC 9(6).

      * The legal entity this run distributes
       01  WS-ENV-COMPANY          PIC X(10).
       01  WS-COMPANY-FILTER       PIC X(2) VALUE '01'.
       01  WS-REC-COMPANY          PIC X(2).
       01  WS-GL-PREFIX            PIC X(4) VALUE SPACES.

      * The project master, with the period's distributed hours and
      * cost per project
       78  MAX-PROJECTS            VALUE 500.
       01  WS-PROJ-COUNT           PIC 9(3) VALUE 0.
       01  WS-PROJ-TABLE.
           05  WS-PROJ-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-PROJ-IDX.
               10  WS-PT-CODE      PIC X(8).
               10  WS-PT-NAME      PIC X(24).
               10  WS-PT-TYPE      PIC X.
               10  WS-PT-ACCOUNT   PIC X(4).
               10  WS-PT-DEPT      PIC 9(6).
               10  WS-PT-HOURS     PIC 9(7)V99.
               10  WS-PT-GROSS     PIC S9(13)V99.
               10  WS-PT-ER-COST   PIC S9(13)V99.
       01  WS-PROJ-FOUND-SW        PIC X.
           88  PROJ-FOUND              VALUE 'Y'.
           88  PROJ-NOT-FOUND          VALUE 'N'.
       01  WS-WORK-PROJECT         PIC X(8).
       01  WS-WORK-PROJ-IDX        PIC 9(3).

      * The period's hours per employee - timecards.dat arrives in
      * its EMP-ID / WORK-DATE / PROJECT-CODE key order, so the
      * table builds in EMP-ID order and an employee's project lines
      * sit together in the line table
       78  MAX-LD-EMPS             VALUE 5000.
       01  WS-EH-COUNT             PIC 9(4) VALUE 0.
       01  WS-EH-TABLE.
           05  WS-EH-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-EH-COUNT
                   ASCENDING KEY IS WS-EH-EMP-ID
                   INDEXED BY WS-EH-IDX.
               10  WS-EH-EMP-ID    PIC 9(9).
               10  WS-EH-TOTAL-HRS PIC 9(5)V99.
               10  WS-EH-PROJ-HRS  PIC 9(5)V99.
               10  WS-EH-FIRST-LINE PIC 9(5).
               10  WS-EH-LINE-COUNT PIC 9(3).
               10  WS-EH-PAY-SW    PIC X.
                   88  EH-PAYROLL-FOUND    VALUE 'Y'.
                   88  EH-PAYROLL-MISSING  VALUE 'N'.
                   88  EH-HOURS-UNCOSTED   VALUE 'M'.
       01  WS-EH-FOUND-SW          PIC X.
           88  EH-FOUND                VALUE 'Y'.
           88  EH-NOT-FOUND            VALUE 'N'.
       01  WS-LAST-CARD-EMP        PIC 9(9) VALUE 0.
       01  WS-CARD-HOURS           PIC 9(3)V99.

      * One line per employee and project, with the cost it took
       78  MAX-LD-LINES            VALUE 20000.
       01  WS-LN-COUNT             PIC 9(5) VALUE 0.
       01  WS-LN-TABLE.
           05  WS-LN-ENTRY OCCURS 20000 TIMES
                   INDEXED BY WS-LN-IDX.
               10  WS-LN-EMP-ID    PIC 9(9).
               10  WS-LN-PROJ-IDX  PIC 9(3).
               10  WS-LN-HOURS     PIC 9(5)V99.
               10  WS-LN-GROSS     PIC S9(13)V99.
               10  WS-LN-ER-COST   PIC S9(13)V99.
       01  WS-LN-FOUND-SW          PIC X.
           88  LN-FOUND                VALUE 'Y'.
           88  LN-NOT-FOUND            VALUE 'N'.
       01  WS-LAST-LINE            PIC 9(5).

      * Per-department relief (the reclassed gross) and the cost
      * left with the department
       78  MAX-LD-DEPTS            VALUE 500.
       01  WS-DEPT-COUNT           PIC 9(3) VALUE 0.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-DEPT-IDX.
               10  WS-DT-DEPT-ID   PIC 9(6).
               10  WS-DT-RECLASS   PIC S9(13)V99.
               10  WS-DT-RECLASS-ER PIC S9(13)V99.
               10  WS-DT-KEPT      PIC S9(13)V99.
               10  WS-DT-KEPT-ER   PIC S9(13)V99.
       01  WS-DEPT-FOUND-SW        PIC X.
           88  DEPT-FOUND              VALUE 'Y'.
           88  DEPT-NOT-FOUND          VALUE 'N'.
       01  WS-WORK-DEPT-ID         PIC 9(6).

      * The payrolls with a project share, each with its departments'
      * relief - swept against the detail file so each department is
      * credited on the accounts EXPGL debited it, what the earning
      * and adjustment lines do not take going to base pay
       78  MAX-LD-PAYS             VALUE 5000.
       01  WS-RP-COUNT             PIC 9(4) VALUE 0.
       01  WS-RP-TABLE.
           05  WS-RP-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-RP-IDX.
               10  WS-RP-PAY-ID    PIC 9(12).
               10  WS-RP-RUN-TYPE  PIC X.
               10  WS-RP-GROSS     PIC S9(13)V99.
               10  WS-RP-SHARE-COUNT PIC 9.
               10  WS-RP-SHARE OCCURS 5 TIMES.
                   15  WS-RP-DEPT-ID   PIC 9(6).
                   15  WS-RP-RELIEF    PIC S9(13)V99.
                   15  WS-RP-LEFT      PIC S9(13)V99.
       01  WS-RP-SW                PIC X.
           88  RP-TAKEN                VALUE 'Y'.
           88  RP-NOT-TAKEN            VALUE 'N'.
       01  WS-RP-SHARE-IDX         PIC 9.

      * The reclass credits - one per expense account and department
       78  MAX-LD-CREDITS          VALUE 3000.
       01  WS-CR-COUNT             PIC 9(4) VALUE 0.
       01  WS-CR-TABLE.
           05  WS-CR-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-CR-IDX.
               10  WS-CR-KEY.
                   15  WS-CR-ACCOUNT   PIC X(4).
                   15  WS-CR-DEPT-ID   PIC 9(6).
               10  WS-CR-AMOUNT    PIC S9(13)V99.
       01  WS-CR-WORK-KEY.
           05  WS-CK-ACCOUNT       PIC X(4).
           05  WS-CK-DEPT-ID       PIC 9(6).
       01  WS-CR-FOUND-SW          PIC X.
           88  CR-FOUND                VALUE 'Y'.
           88  CR-NOT-FOUND            VALUE 'N'.
       01  WS-CREDIT-AMOUNT        PIC S9(13)V99.

      * One payroll record's split - the project share of its gross
      * and employer cost, what stays with the department, and the
      * running remainders the last line or assignment absorbs
       01  WS-RECLASS-GROSS        PIC S9(13)V99.
       01  WS-RECLASS-ER           PIC S9(13)V99.
       01  WS-KEPT-GROSS           PIC S9(13)V99.
       01  WS-KEPT-ER              PIC S9(13)V99.
       01  WS-LEFT-GROSS           PIC S9(13)V99.
       01  WS-LEFT-ER              PIC S9(13)V99.
       01  WS-SHARE-GROSS          PIC S9(13)V99.
       01  WS-SHARE-ER             PIC S9(13)V99.
       01  WS-LEFT-RCL             PIC S9(13)V99.
       01  WS-LEFT-RCL-ER          PIC S9(13)V99.
       01  WS-LEFT-KEPT            PIC S9(13)V99.
       01  WS-LEFT-KEPT-ER         PIC S9(13)V99.
       01  WS-SPLIT-RCL            PIC S9(13)V99.
       01  WS-SPLIT-RCL-ER         PIC S9(13)V99.
       01  WS-SPLIT-KEPT           PIC S9(13)V99.
       01  WS-SPLIT-KEPT-ER        PIC S9(13)V99.

      * Run totals and the reconciliation
       01  WS-RECORD-COUNT         PIC 9(6) VALUE 0.
       01  WS-DIST-COUNT           PIC 9(6) VALUE 0.
       01  WS-FALLBACK-COUNT       PIC 9(6) VALUE 0.
       01  WS-UNCOSTED-COUNT       PIC 9(4) VALUE 0.
       01  WS-PAY-GROSS-TOTAL      PIC S9(13)V99 VALUE 0.
       01  WS-PAY-ER-TOTAL         PIC S9(13)V99 VALUE 0.
       01  WS-PROJ-GROSS-TOTAL     PIC S9(13)V99 VALUE 0.
       01  WS-PROJ-ER-TOTAL        PIC S9(13)V99 VALUE 0.
       01  WS-PROJ-HOURS-TOTAL     PIC 9(7)V99 VALUE 0.
       01  WS-RELIEF-TOTAL         PIC S9(13)V99 VALUE 0.
       01  WS-KEPT-TOTAL           PIC S9(13)V99 VALUE 0.
       01  WS-KEPT-ER-TOTAL        PIC S9(13)V99 VALUE 0.
       01  WS-CREDIT-TOTAL         PIC S9(13)V99 VALUE 0.
       01  WS-LINE-COUNT           PIC 9(6) VALUE 0.
       01  WS-BALANCE-SW           PIC X VALUE 'Y'.
           88  DISTRIBUTION-BALANCED   VALUE 'Y'.
           88  DISTRIBUTION-OUT        VALUE 'N'.

      * Display fields
       01  WS-AMT-DISPLAY          PIC ZZZ,ZZZ,ZZZ,ZZ9-.
       01  WS-AMT-DISPLAY-2        PIC ZZZ,ZZZ,ZZZ,ZZ9-.
       01  WS-AMT-DISPLAY-3        PIC ZZZ,ZZZ,ZZZ,ZZ9-.
       01  WS-HRS-DISPLAY          PIC Z,ZZZ,ZZ9.99.
       01  WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.
       01  WS-TYPE-TEXT            PIC X(9).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'LABORDST - Project Labor Cost Distribution v'
               WS-VERSION

           ACCEPT WS-ENV-PERIOD FROM ENVIRONMENT 'LABORDST_PERIOD'
           IF WS-ENV-PERIOD(1:6) IS NUMERIC
               MOVE WS-ENV-PERIOD(1:6) TO WS-PERIOD
           END-IF
           DIVIDE WS-PERIOD BY 100
               GIVING WS-PERIOD-YY REMAINDER WS-PERIOD-MM
           IF WS-PERIOD = 0 OR WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
               DISPLAY 'ERROR: LABORDST_PERIOD (YYYYMM) is required'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM RESOLVE-COMPANY-SCOPE
           DISPLAY 'Distributing period ' WS-PERIOD

           PERFORM LOAD-PROJECTS
           PERFORM LOAD-TIMECARDS
           PERFORM DISTRIBUTE-PAYROLL
           PERFORM SWEEP-PAY-DETAIL
           PERFORM CREDIT-BASE-PAY
               VARYING WS-RP-IDX FROM 1 BY 1
               UNTIL WS-RP-IDX > WS-RP-COUNT

           IF WS-RECORD-COUNT = 0
               DISPLAY 'No approved/paid payroll for the period.'
               STOP RUN
           END-IF

           PERFORM CHECK-UNCOSTED-HOURS
               VARYING WS-EH-IDX FROM 1 BY 1
               UNTIL WS-EH-IDX > WS-EH-COUNT

      *    Prove the distribution before anything is written: the
      *    projects' gross equals the departments' relief, and the
      *    relief plus what the departments keep is the payroll
      *    gross EXPGL debits to wage expense, and the relief is
      *    wholly credited to mapped expense accounts
           PERFORM SUM-PROJECT-TOTALS
               VARYING WS-PROJ-IDX FROM 1 BY 1
               UNTIL WS-PROJ-IDX > WS-PROJ-COUNT
           PERFORM SUM-DEPT-TOTALS
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
           PERFORM SUM-CREDIT-TOTALS
               VARYING WS-CR-IDX FROM 1 BY 1
               UNTIL WS-CR-IDX > WS-CR-COUNT
           IF WS-PROJ-GROSS-TOTAL NOT = WS-RELIEF-TOTAL
                   OR WS-CREDIT-TOTAL NOT = WS-RELIEF-TOTAL
                   OR WS-UNMAPPED-COUNT > 0
                   OR WS-RELIEF-TOTAL + WS-KEPT-TOTAL
                       NOT = WS-PAY-GROSS-TOTAL
                   OR WS-PROJ-ER-TOTAL + WS-KEPT-ER-TOTAL
                       NOT = WS-PAY-ER-TOTAL
               SET DISTRIBUTION-OUT TO TRUE
           END-IF

           PERFORM PRINT-DISTRIBUTION

           IF WS-UNMAPPED-COUNT > 0
               DISPLAY 'UNMAPPED EXPENSE ACCOUNTS - no reclass file '
                   'written;'
               DISPLAY 'maintain the GL account mapping and re-run.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF DISTRIBUTION-OUT
               DISPLAY 'OUT OF BALANCE - no reclass file written;'
               DISPLAY 'investigate the period before re-running.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-RECLASS-FILE

           MOVE WS-RECORD-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Payroll records:        ' WS-COUNT-DISPLAY
           MOVE WS-DIST-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Spread to projects:     ' WS-COUNT-DISPLAY
           MOVE WS-FALLBACK-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Department only:        ' WS-COUNT-DISPLAY
           MOVE WS-UNCOSTED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Hours without payroll:  ' WS-COUNT-DISPLAY
           MOVE WS-RELIEF-TOTAL TO WS-AMT-DISPLAY
           DISPLAY 'Gross reclassed:        ' WS-AMT-DISPLAY
           IF WS-UNCOSTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       RESOLVE-COMPANY-SCOPE.
           ACCEPT WS-ENV-COMPANY FROM ENVIRONMENT 'COMPANY_CODE'
           IF WS-ENV-COMPANY(1:2) NOT = SPACES
               MOVE WS-ENV-COMPANY(1:2) TO WS-COMPANY-FILTER
           END-IF
           DISPLAY 'Company scope: ' WS-COMPANY-FILTER

           INITIALIZE CO-SVC-REQ
           INITIALIZE CO-SVC-RES
           SET OP-FIND OF CO-SVC-REQ TO TRUE
           MOVE 'LABORDST' TO USER-ID OF CO-SVC-REQ
           MOVE SPACES TO CORR-ID OF CO-SVC-REQ
           MOVE WS-COMPANY-FILTER TO Q-COMPANY-CODE OF CO-SVC-REQ

           CALL 'COMPANY-SVC' USING CO-SVC-REQ CO-SVC-RES

           IF OK OF CO-SVC-RES
               MOVE GL-PREFIX OF OUT-COMPANY OF CO-SVC-RES
                   TO WS-GL-PREFIX
           END-IF
           .

      * LOAD-PROJECTS: The project master, each with its reclass
      * account - its own, or the default for its type.
       LOAD-PROJECTS.
           OPEN INPUT PROJECT-FILE
           IF PRJ-FILE-NOT-FOUND
               DISPLAY 'No project master on file.'
               EXIT PARAGRAPH
           END-IF
           IF NOT PRJ-FILE-OK
               DISPLAY 'ERROR: Cannot open project file.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL PRJ-FILE-EOF
               READ PROJECT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PROJECT-RECORD TO WS-PRJ-REC
                       MOVE PROJECT-CODE OF WS-PRJ-REC
                           TO WS-WORK-PROJECT
                       PERFORM FIND-OR-ADD-PROJECT
                       IF PROJ-FOUND
                           PERFORM TAKE-PROJECT-MASTER
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PROJECT-FILE
           .

       TAKE-PROJECT-MASTER.
           MOVE PROJECT-NAME OF WS-PRJ-REC
               TO WS-PT-NAME(WS-PROJ-IDX)
           MOVE PROJECT-TYPE OF WS-PRJ-REC
               TO WS-PT-TYPE(WS-PROJ-IDX)
           MOVE OWNER-DEPT-ID OF WS-PRJ-REC
               TO WS-PT-DEPT(WS-PROJ-IDX)
           MOVE PROJ-GL-ACCOUNT OF WS-PRJ-REC
               TO WS-PT-ACCOUNT(WS-PROJ-IDX)
           IF WS-PT-ACCOUNT(WS-PROJ-IDX) = SPACES
               EVALUATE TRUE
                   WHEN PROJECT-BILLABLE OF WS-PRJ-REC
                       MOVE BILLABLE-LABOR-ACCOUNT
                           TO WS-PT-ACCOUNT(WS-PROJ-IDX)
                   WHEN PROJECT-CAPITAL OF WS-PRJ-REC
                       MOVE CAPITAL-LABOR-ACCOUNT
                           TO WS-PT-ACCOUNT(WS-PROJ-IDX)
                   WHEN OTHER
                       MOVE OVERHEAD-LABOR-ACCOUNT
                           TO WS-PT-ACCOUNT(WS-PROJ-IDX)
               END-EVALUATE
           END-IF
           .

      * FIND-OR-ADD-PROJECT: The table entry for WS-WORK-PROJECT; a
      * code met on a timecard but missing from the master (closed
      * and purged since) is carried as an overhead project so its
      * hours are still costed.
       FIND-OR-ADD-PROJECT.
           SET PROJ-NOT-FOUND TO TRUE
           SET WS-PROJ-IDX TO 1
           SEARCH WS-PROJ-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PROJ-IDX > WS-PROJ-COUNT
                   IF WS-PROJ-COUNT < MAX-PROJECTS
                       ADD 1 TO WS-PROJ-COUNT
                       INITIALIZE WS-PROJ-ENTRY(WS-PROJ-IDX)
                       MOVE WS-WORK-PROJECT TO WS-PT-CODE(WS-PROJ-IDX)
                       MOVE '*** NOT ON PROJECT MASTER'
                           TO WS-PT-NAME(WS-PROJ-IDX)
                       MOVE 'O' TO WS-PT-TYPE(WS-PROJ-IDX)
                       MOVE OVERHEAD-LABOR-ACCOUNT
                           TO WS-PT-ACCOUNT(WS-PROJ-IDX)
                       SET PROJ-FOUND TO TRUE
                   ELSE
                       DISPLAY 'WARNING: project table full - '
                           'PROJECT ' WS-WORK-PROJECT ' not costed'
                   END-IF
               WHEN WS-PT-CODE(WS-PROJ-IDX) = WS-WORK-PROJECT
                   SET PROJ-FOUND TO TRUE
           END-SEARCH
           .

      * LOAD-TIMECARDS: The period's hours per employee - all hours
      * worked (regular, overtime and holiday; night hours are a
      * premium on hours already counted) and those coded to a
      * project, by project.
       LOAD-TIMECARDS.
           OPEN INPUT TIMECARD-FILE
           IF TC-FILE-NOT-FOUND
               DISPLAY 'No timecards on file.'
               EXIT PARAGRAPH
           END-IF
           IF NOT TC-FILE-OK
               DISPLAY 'ERROR: Cannot open timecard file.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL TC-FILE-EOF
               READ TIMECARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TIMECARD-RECORD TO WS-TC-REC
                       DIVIDE WORK-DATE OF WS-TC-REC BY 100
                           GIVING WS-CARD-PERIOD
                       IF WS-CARD-PERIOD = WS-PERIOD
                           PERFORM FOLD-ONE-CARD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TIMECARD-FILE
           .

       FOLD-ONE-CARD.
           IF EMP-ID OF WS-TC-REC NOT = WS-LAST-CARD-EMP
               IF EMP-ID OF WS-TC-REC < WS-LAST-CARD-EMP
                   DISPLAY 'ERROR: timecard file out of key order at '
                       'EMP ' EMP-ID OF WS-TC-REC
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-EH-COUNT >= MAX-LD-EMPS
                   DISPLAY 'WARNING: employee table full - EMP '
                       EMP-ID OF WS-TC-REC ' not distributed'
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-EH-COUNT
               SET WS-EH-IDX TO WS-EH-COUNT
               INITIALIZE WS-EH-ENTRY(WS-EH-IDX)
               MOVE EMP-ID OF WS-TC-REC TO WS-EH-EMP-ID(WS-EH-IDX)
               COMPUTE WS-EH-FIRST-LINE(WS-EH-IDX) = WS-LN-COUNT + 1
               SET EH-PAYROLL-MISSING(WS-EH-IDX) TO TRUE
               MOVE EMP-ID OF WS-TC-REC TO WS-LAST-CARD-EMP
           END-IF
           SET WS-EH-IDX TO WS-EH-COUNT

           MOVE 0 TO WS-CARD-HOURS
           ADD REGULAR-HOURS OF WS-TC-REC
               OVERTIME-HOURS OF WS-TC-REC
               TO WS-CARD-HOURS
      *    Cards written before the premium categories existed carry
      *    spaces here
           IF HOLIDAY-HOURS OF WS-TC-REC IS NUMERIC
               ADD HOLIDAY-HOURS OF WS-TC-REC TO WS-CARD-HOURS
           END-IF
           ADD WS-CARD-HOURS TO WS-EH-TOTAL-HRS(WS-EH-IDX)

           IF PROJECT-CODE OF WS-TC-REC = SPACES
                   OR WS-CARD-HOURS = 0
               EXIT PARAGRAPH
           END-IF

           MOVE PROJECT-CODE OF WS-TC-REC TO WS-WORK-PROJECT
           PERFORM FIND-OR-ADD-PROJECT
           IF PROJ-NOT-FOUND
               EXIT PARAGRAPH
           END-IF
           SET WS-WORK-PROJ-IDX TO WS-PROJ-IDX

      *    The employee's line for the project - the employee's
      *    lines are the last block of the table
           SET LN-NOT-FOUND TO TRUE
           SET WS-LN-IDX TO WS-EH-FIRST-LINE(WS-EH-IDX)
           SEARCH WS-LN-ENTRY
               AT END
                   CONTINUE
               WHEN WS-LN-IDX > WS-LN-COUNT
                   IF WS-LN-COUNT < MAX-LD-LINES
                       ADD 1 TO WS-LN-COUNT
                       ADD 1 TO WS-EH-LINE-COUNT(WS-EH-IDX)
                       INITIALIZE WS-LN-ENTRY(WS-LN-IDX)
                       MOVE EMP-ID OF WS-TC-REC
                           TO WS-LN-EMP-ID(WS-LN-IDX)
                       MOVE WS-WORK-PROJ-IDX
                           TO WS-LN-PROJ-IDX(WS-LN-IDX)
                       SET LN-FOUND TO TRUE
                   END-IF
               WHEN WS-LN-PROJ-IDX(WS-LN-IDX) = WS-WORK-PROJ-IDX
                   SET LN-FOUND TO TRUE
           END-SEARCH
           IF LN-NOT-FOUND
               DISPLAY 'WARNING: project line table full - EMP '
                   EMP-ID OF WS-TC-REC ' hours on '
                   WS-WORK-PROJECT ' left with the department'
               EXIT PARAGRAPH
           END-IF

           ADD WS-CARD-HOURS TO WS-LN-HOURS(WS-LN-IDX)
           ADD WS-CARD-HOURS TO WS-EH-PROJ-HRS(WS-EH-IDX)
           .

      * DISTRIBUTE-PAYROLL: Every approved or paid payroll of the
      * period for this company - the records EXPGL posts.
       DISTRIBUTE-PAYROLL.
           OPEN INPUT PAYROLL-FILE
           IF PAY-FILE-NOT-FOUND
               DISPLAY 'No payroll records on file.'
               EXIT PARAGRAPH
           END-IF
           IF NOT PAY-FILE-OK
               DISPLAY 'ERROR: Cannot open payroll file.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL PAY-FILE-EOF
               READ PAYROLL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PAYROLL-RECORD TO WS-PAY-REC
                       MOVE COMPANY-CODE OF WS-PAY-REC
                           TO WS-REC-COMPANY
                       IF WS-REC-COMPANY = SPACES
                           MOVE '01' TO WS-REC-COMPANY
                       END-IF
                       IF PAY-PERIOD OF WS-PAY-REC = WS-PERIOD
                               AND (PAY-APPROVED OF WS-PAY-REC
                                   OR PAY-PAID OF WS-PAY-REC)
                               AND WS-REC-COMPANY = WS-COMPANY-FILTER
                           PERFORM DISTRIBUTE-ONE-PAYROLL
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PAYROLL-FILE
           .

      * DISTRIBUTE-ONE-PAYROLL: The project share of the record's
      * gross and employer cost is its project hours over all its
      * hours, split across the projects by hours with the last
      * line absorbing the rounding; the rest stays with the
      * department. Either way the departments are found the way
      * EXPGL charged them.
       DISTRIBUTE-ONE-PAYROLL.
           ADD 1 TO WS-RECORD-COUNT
           ADD GROSS-PAY OF WS-PAY-REC TO WS-PAY-GROSS-TOTAL
           ADD EMPLOYER-COST OF WS-PAY-REC TO WS-PAY-ER-TOTAL
           MOVE 0 TO WS-RECLASS-GROSS
           MOVE 0 TO WS-RECLASS-ER

           SET EH-NOT-FOUND TO TRUE
           IF WS-EH-COUNT > 0
               SEARCH ALL WS-EH-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-EH-EMP-ID(WS-EH-IDX) = EMP-ID OF WS-PAY-REC
                       SET EH-FOUND TO TRUE
               END-SEARCH
           END-IF

           IF EH-FOUND
               IF EH-PAYROLL-MISSING(WS-EH-IDX)
      *            The hours count toward the projects once, however
      *            many runs the period paid the employee in
                   SET EH-PAYROLL-FOUND(WS-EH-IDX) TO TRUE
                   COMPUTE WS-LAST-LINE = WS-EH-FIRST-LINE(WS-EH-IDX)
                       + WS-EH-LINE-COUNT(WS-EH-IDX) - 1
                   PERFORM COUNT-LINE-HOURS
                       VARYING WS-LN-IDX
                       FROM WS-EH-FIRST-LINE(WS-EH-IDX) BY 1
                       UNTIL WS-LN-IDX > WS-LAST-LINE
               END-IF
               IF WS-EH-PROJ-HRS(WS-EH-IDX) > 0
                   COMPUTE WS-RECLASS-GROSS
                           ROUNDED MODE IS NEAREST-AWAY-FROM-ZERO
                       = GROSS-PAY OF WS-PAY-REC
                       * WS-EH-PROJ-HRS(WS-EH-IDX)
                       / WS-EH-TOTAL-HRS(WS-EH-IDX)
                   COMPUTE WS-RECLASS-ER
                           ROUNDED MODE IS NEAREST-AWAY-FROM-ZERO
                       = EMPLOYER-COST OF WS-PAY-REC
                       * WS-EH-PROJ-HRS(WS-EH-IDX)
                       / WS-EH-TOTAL-HRS(WS-EH-IDX)
               END-IF
           END-IF

           IF WS-RECLASS-GROSS = 0 AND WS-RECLASS-ER = 0
               ADD 1 TO WS-FALLBACK-COUNT
           ELSE
               ADD 1 TO WS-DIST-COUNT
               MOVE WS-RECLASS-GROSS TO WS-LEFT-GROSS
               MOVE WS-RECLASS-ER TO WS-LEFT-ER
               COMPUTE WS-LAST-LINE = WS-EH-FIRST-LINE(WS-EH-IDX)
                   + WS-EH-LINE-COUNT(WS-EH-IDX) - 1
               PERFORM ALLOCATE-ONE-LINE
                   VARYING WS-LN-IDX
                   FROM WS-EH-FIRST-LINE(WS-EH-IDX) BY 1
                   UNTIL WS-LN-IDX > WS-LAST-LINE
           END-IF

           COMPUTE WS-KEPT-GROSS =
               GROSS-PAY OF WS-PAY-REC - WS-RECLASS-GROSS
           COMPUTE WS-KEPT-ER =
               EMPLOYER-COST OF WS-PAY-REC - WS-RECLASS-ER
           PERFORM TAKE-RECLASSED-PAYROLL
           PERFORM SPREAD-TO-DEPARTMENTS
           .

      * TAKE-RECLASSED-PAYROLL: A payroll with a project share of its
      * gross goes into the table the detail sweep credits from,
      * with the run type EXPGL resolved its accounts under.
       TAKE-RECLASSED-PAYROLL.
           SET RP-NOT-TAKEN TO TRUE
           IF WS-RECLASS-GROSS = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-RP-COUNT >= MAX-LD-PAYS
               DISPLAY 'ERROR: reclass payroll table full - PAY-ID '
                   PAY-ID OF WS-PAY-REC ' not credited'
               SET DISTRIBUTION-OUT TO TRUE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-RP-COUNT
           SET WS-RP-IDX TO WS-RP-COUNT
           INITIALIZE WS-RP-ENTRY(WS-RP-IDX)
           MOVE PAY-ID OF WS-PAY-REC TO WS-RP-PAY-ID(WS-RP-IDX)
           MOVE PAY-RUN-TYPE OF WS-PAY-REC TO WS-RP-RUN-TYPE(WS-RP-IDX)
           IF WS-RP-RUN-TYPE(WS-RP-IDX) = SPACE
               MOVE 'R' TO WS-RP-RUN-TYPE(WS-RP-IDX)
           END-IF
           MOVE GROSS-PAY OF WS-PAY-REC TO WS-RP-GROSS(WS-RP-IDX)
           SET RP-TAKEN TO TRUE
           .

      * TAKE-RELIEF-SHARE: The department relieved of WS-SPLIT-RCL,
      * onto the payroll's reclass entry.
       TAKE-RELIEF-SHARE.
           IF RP-NOT-TAKEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RP-SHARE-COUNT(WS-RP-IDX)
           MOVE WS-RP-SHARE-COUNT(WS-RP-IDX) TO WS-RP-SHARE-IDX
           MOVE WS-WORK-DEPT-ID
               TO WS-RP-DEPT-ID(WS-RP-IDX, WS-RP-SHARE-IDX)
           MOVE WS-SPLIT-RCL
               TO WS-RP-RELIEF(WS-RP-IDX, WS-RP-SHARE-IDX)
           MOVE WS-SPLIT-RCL
               TO WS-RP-LEFT(WS-RP-IDX, WS-RP-SHARE-IDX)
           .

       COUNT-LINE-HOURS.
           MOVE WS-LN-PROJ-IDX(WS-LN-IDX) TO WS-WORK-PROJ-IDX
           ADD WS-LN-HOURS(WS-LN-IDX)
               TO WS-PT-HOURS(WS-WORK-PROJ-IDX)
           .

       ALLOCATE-ONE-LINE.
           IF WS-LN-IDX = WS-LAST-LINE
               MOVE WS-LEFT-GROSS TO WS-SHARE-GROSS
               MOVE WS-LEFT-ER TO WS-SHARE-ER
           ELSE
               COMPUTE WS-SHARE-GROSS ROUNDED MODE IS TRUNCATION
                   = WS-RECLASS-GROSS * WS-LN-HOURS(WS-LN-IDX)
                   / WS-EH-PROJ-HRS(WS-EH-IDX)
               COMPUTE WS-SHARE-ER ROUNDED MODE IS TRUNCATION
                   = WS-RECLASS-ER * WS-LN-HOURS(WS-LN-IDX)
                   / WS-EH-PROJ-HRS(WS-EH-IDX)
           END-IF

           MOVE WS-LN-PROJ-IDX(WS-LN-IDX) TO WS-WORK-PROJ-IDX
           ADD WS-SHARE-GROSS TO WS-LN-GROSS(WS-LN-IDX)
           ADD WS-SHARE-ER TO WS-LN-ER-COST(WS-LN-IDX)
           ADD WS-SHARE-GROSS TO WS-PT-GROSS(WS-WORK-PROJ-IDX)
           ADD WS-SHARE-ER TO WS-PT-ER-COST(WS-WORK-PROJ-IDX)
           SUBTRACT WS-SHARE-GROSS FROM WS-LEFT-GROSS
           SUBTRACT WS-SHARE-ER FROM WS-LEFT-ER
           .

      * SPREAD-TO-DEPARTMENTS: The record's relief and kept amounts
      * by the employee's active assignments' FTE, the last
      * assignment absorbing the rounding - or wholly to the
      * primary department, EXPGL's split exactly.
       SPREAD-TO-DEPARTMENTS.
           INITIALIZE ASSIGN-SVC-REQ
           INITIALIZE ASSIGN-SVC-RES
           SET OP-LIST-ACTIVE OF ASSIGN-SVC-REQ TO TRUE
           MOVE 'LABORDST' TO USER-ID OF ASSIGN-SVC-REQ
           MOVE SPACES TO CORR-ID OF ASSIGN-SVC-REQ
           MOVE EMP-ID OF WS-PAY-REC TO Q-EMP-ID OF ASSIGN-SVC-REQ

           CALL 'ASSIGN-SVC' USING ASSIGN-SVC-REQ ASSIGN-SVC-RES

           IF OK OF ASSIGN-SVC-RES
                   AND ACTIVE-COUNT OF ASSIGN-SVC-RES > 0
               MOVE WS-RECLASS-GROSS TO WS-LEFT-RCL
               MOVE WS-RECLASS-ER TO WS-LEFT-RCL-ER
               MOVE WS-KEPT-GROSS TO WS-LEFT-KEPT
               MOVE WS-KEPT-ER TO WS-LEFT-KEPT-ER
               PERFORM SPREAD-ONE-ASSIGNMENT
                   VARYING WS-SPLIT-IDX FROM 1 BY 1
                   UNTIL WS-SPLIT-IDX > ACTIVE-COUNT OF ASSIGN-SVC-RES
           ELSE
               PERFORM RESOLVE-EMPLOYEE-DEPT
               MOVE WS-RECLASS-GROSS TO WS-SPLIT-RCL
               PERFORM TAKE-RELIEF-SHARE
               PERFORM FIND-OR-ADD-DEPT
               IF DEPT-FOUND
                   ADD WS-RECLASS-GROSS TO WS-DT-RECLASS(WS-DEPT-IDX)
                   ADD WS-RECLASS-ER
                       TO WS-DT-RECLASS-ER(WS-DEPT-IDX)
                   ADD WS-KEPT-GROSS TO WS-DT-KEPT(WS-DEPT-IDX)
                   ADD WS-KEPT-ER TO WS-DT-KEPT-ER(WS-DEPT-IDX)
               END-IF
           END-IF
           .

       SPREAD-ONE-ASSIGNMENT.
           IF WS-SPLIT-IDX = ACTIVE-COUNT OF ASSIGN-SVC-RES
               MOVE WS-LEFT-RCL TO WS-SPLIT-RCL
               MOVE WS-LEFT-RCL-ER TO WS-SPLIT-RCL-ER
               MOVE WS-LEFT-KEPT TO WS-SPLIT-KEPT
               MOVE WS-LEFT-KEPT-ER TO WS-SPLIT-KEPT-ER
           ELSE
               COMPUTE WS-SPLIT-RCL ROUNDED MODE IS TRUNCATION
                   = WS-RECLASS-GROSS
                   * ACT-FTE-PERCENT OF ASSIGN-SVC-RES(WS-SPLIT-IDX)
                   / 100
               COMPUTE WS-SPLIT-RCL-ER ROUNDED MODE IS TRUNCATION
                   = WS-RECLASS-ER
                   * ACT-FTE-PERCENT OF ASSIGN-SVC-RES(WS-SPLIT-IDX)
                   / 100
               COMPUTE WS-SPLIT-KEPT ROUNDED MODE IS TRUNCATION
                   = WS-KEPT-GROSS
                   * ACT-FTE-PERCENT OF ASSIGN-SVC-RES(WS-SPLIT-IDX)
                   / 100
               COMPUTE WS-SPLIT-KEPT-ER ROUNDED MODE IS TRUNCATION
                   = WS-KEPT-ER
                   * ACT-FTE-PERCENT OF ASSIGN-SVC-RES(WS-SPLIT-IDX)
                   / 100
           END-IF

           MOVE ACT-DEPT-ID OF ASSIGN-SVC-RES(WS-SPLIT-IDX)
               TO WS-WORK-DEPT-ID
           PERFORM TAKE-RELIEF-SHARE
           PERFORM FIND-OR-ADD-DEPT
           IF DEPT-FOUND
               ADD WS-SPLIT-RCL TO WS-DT-RECLASS(WS-DEPT-IDX)
               ADD WS-SPLIT-RCL-ER TO WS-DT-RECLASS-ER(WS-DEPT-IDX)
               ADD WS-SPLIT-KEPT TO WS-DT-KEPT(WS-DEPT-IDX)
               ADD WS-SPLIT-KEPT-ER TO WS-DT-KEPT-ER(WS-DEPT-IDX)
           END-IF
           SUBTRACT WS-SPLIT-RCL FROM WS-LEFT-RCL
           SUBTRACT WS-SPLIT-RCL-ER FROM WS-LEFT-RCL-ER
           SUBTRACT WS-SPLIT-KEPT FROM WS-LEFT-KEPT
           SUBTRACT WS-SPLIT-KEPT-ER FROM WS-LEFT-KEPT-ER
           .

       RESOLVE-EMPLOYEE-DEPT.
           INITIALIZE EMP-SVC-REQ
           INITIALIZE EMP-SVC-RES
           MOVE 'F' TO OP-CODE OF EMP-SVC-REQ
           MOVE 'LABORDST' TO USER-ID OF EMP-SVC-REQ
           MOVE LATEST-VERSION-DATE TO AS-OF-DATE OF EMP-SVC-REQ
           MOVE SPACES TO CORR-ID OF EMP-SVC-REQ
           MOVE EMP-ID OF WS-PAY-REC TO Q-EMP-ID OF EMP-SVC-REQ

           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES

           IF OK OF EMP-SVC-RES
               MOVE DEPT-ID OF OUT-EMP OF EMP-SVC-RES
                   TO WS-WORK-DEPT-ID
           ELSE
               MOVE 0 TO WS-WORK-DEPT-ID
           END-IF
           .

       FIND-OR-ADD-DEPT.
           SET DEPT-NOT-FOUND TO TRUE
           SET WS-DEPT-IDX TO 1
           SEARCH WS-DEPT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DEPT-IDX > WS-DEPT-COUNT
                   IF WS-DEPT-COUNT < MAX-LD-DEPTS
                       ADD 1 TO WS-DEPT-COUNT
                       INITIALIZE WS-DEPT-ENTRY(WS-DEPT-IDX)
                       MOVE WS-WORK-DEPT-ID
                           TO WS-DT-DEPT-ID(WS-DEPT-IDX)
                       SET DEPT-FOUND TO TRUE
                   ELSE
                       DISPLAY 'WARNING: department table full - '
                           'DEPT ' WS-WORK-DEPT-ID ' not distributed'
                   END-IF
               WHEN WS-DT-DEPT-ID(WS-DEPT-IDX) = WS-WORK-DEPT-ID
                   SET DEPT-FOUND TO TRUE
           END-SEARCH
           .

      * SWEEP-PAY-DETAIL: Each earning and adjustment line of a
      * reclassed payroll takes its part of every department's
      * relief - the relief in the proportion the line bears to the
      * gross - onto the account EXPGL debited that department for
      * the line. K memo lines and deduction lines were never
      * expense.
       SWEEP-PAY-DETAIL.
           IF WS-RP-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PAYDTL-FILE
           IF DTL-FILE-NOT-FOUND
               EXIT PARAGRAPH
           END-IF
           IF NOT DTL-FILE-OK
               DISPLAY 'ERROR: Cannot open payroll detail file.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL DTL-FILE-EOF
               READ PAYDTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PAYDTL-RECORD TO WS-DTL-REC
                       IF LINE-EARNING OF WS-DTL-REC
                               OR LINE-ADJUSTMENT OF WS-DTL-REC
                           PERFORM CREDIT-ONE-DETAIL-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PAYDTL-FILE
           .

       CREDIT-ONE-DETAIL-LINE.
           SET WS-RP-IDX TO 1
           SEARCH WS-RP-ENTRY
               AT END
                   EXIT PARAGRAPH
               WHEN WS-RP-IDX > WS-RP-COUNT
                   EXIT PARAGRAPH
               WHEN WS-RP-PAY-ID(WS-RP-IDX) = PAY-ID OF WS-DTL-REC
                   CONTINUE
           END-SEARCH
           IF WS-RP-GROSS(WS-RP-IDX) = 0
               EXIT PARAGRAPH
           END-IF

           MOVE LINE-TYPE OF WS-DTL-REC TO WS-MAP-LINE-TYPE
           MOVE LINE-CODE OF WS-DTL-REC TO WS-MAP-LINE-CODE
           MOVE WS-RP-RUN-TYPE(WS-RP-IDX) TO WS-MAP-RUN-TYPE
           PERFORM CREDIT-ONE-LINE-SHARE
               VARYING WS-RP-SHARE-IDX FROM 1 BY 1
               UNTIL WS-RP-SHARE-IDX > WS-RP-SHARE-COUNT(WS-RP-IDX)
           .

       CREDIT-ONE-LINE-SHARE.
           COMPUTE WS-CREDIT-AMOUNT ROUNDED MODE IS TRUNCATION
               = WS-RP-RELIEF(WS-RP-IDX, WS-RP-SHARE-IDX)
               * LINE-AMOUNT OF WS-DTL-REC
               / WS-RP-GROSS(WS-RP-IDX)
           SUBTRACT WS-CREDIT-AMOUNT
               FROM WS-RP-LEFT(WS-RP-IDX, WS-RP-SHARE-IDX)
           MOVE WS-RP-DEPT-ID(WS-RP-IDX, WS-RP-SHARE-IDX)
               TO WS-MAP-DEPT-ID
           PERFORM ADD-TO-CREDITS
           .

      * CREDIT-BASE-PAY: What each department's relief has left once
      * the detail lines have taken theirs is the base pay's share,
      * credited to the base-pay mapping row (line type 0).
       CREDIT-BASE-PAY.
           MOVE '0' TO WS-MAP-LINE-TYPE
           MOVE '*' TO WS-MAP-LINE-CODE
           MOVE WS-RP-RUN-TYPE(WS-RP-IDX) TO WS-MAP-RUN-TYPE
           PERFORM CREDIT-ONE-BASE-SHARE
               VARYING WS-RP-SHARE-IDX FROM 1 BY 1
               UNTIL WS-RP-SHARE-IDX > WS-RP-SHARE-COUNT(WS-RP-IDX)
           .

       CREDIT-ONE-BASE-SHARE.
           MOVE WS-RP-LEFT(WS-RP-IDX, WS-RP-SHARE-IDX)
               TO WS-CREDIT-AMOUNT
           IF WS-CREDIT-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RP-DEPT-ID(WS-RP-IDX, WS-RP-SHARE-IDX)
               TO WS-MAP-DEPT-ID
           PERFORM ADD-TO-CREDITS
           .

      * ADD-TO-CREDITS: WS-CREDIT-AMOUNT onto the credit for the
      * account WS-MAP-KEY resolves to and its department.
       ADD-TO-CREDITS.
           IF WS-CREDIT-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM RESOLVE-GL-ACCOUNT
           IF MAP-UNRESOLVED
               EXIT PARAGRAPH
           END-IF

           MOVE WS-MAP-ACCOUNT TO WS-CK-ACCOUNT
           MOVE WS-MAP-DEPT-ID TO WS-CK-DEPT-ID
           SET CR-NOT-FOUND TO TRUE
           SET WS-CR-IDX TO 1
           SEARCH WS-CR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CR-IDX > WS-CR-COUNT
                   CONTINUE
               WHEN WS-CR-KEY(WS-CR-IDX) = WS-CR-WORK-KEY
                   SET CR-FOUND TO TRUE
           END-SEARCH

           IF CR-NOT-FOUND
               IF WS-CR-COUNT >= MAX-LD-CREDITS
                   DISPLAY 'ERROR: reclass credit table full - account '
                       WS-CK-ACCOUNT ' dept ' WS-CK-DEPT-ID
                       ' not credited'
                   SET DISTRIBUTION-OUT TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CR-COUNT
               SET WS-CR-IDX TO WS-CR-COUNT
               MOVE WS-CR-WORK-KEY TO WS-CR-KEY(WS-CR-IDX)
               MOVE 0 TO WS-CR-AMOUNT(WS-CR-IDX)
           END-IF
           ADD WS-CREDIT-AMOUNT TO WS-CR-AMOUNT(WS-CR-IDX)
           .

      * RESOLVE-GL-ACCOUNT: The account for WS-MAP-KEY, from the
      * table of keys already resolved or else from the mapping
      * master - EXPGL's resolution, so the relief lands on the
      * account the expense was debited to. A key with no active
      * mapping is listed the first time it is met and counted
      * against the run.
       RESOLVE-GL-ACCOUNT.
           SET MAP-UNRESOLVED TO TRUE
           SET WS-MAP-IDX TO 1
           SEARCH WS-LD-MAP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-MAP-IDX > WS-MAP-COUNT
                   CONTINUE
               WHEN WS-MC-KEY(WS-MAP-IDX) = WS-MAP-KEY
                   IF MC-MAPPED(WS-MAP-IDX)
                       MOVE WS-MC-ACCOUNT(WS-MAP-IDX)
                           TO WS-MAP-ACCOUNT
                       SET MAP-RESOLVED TO TRUE
                   END-IF
                   EXIT PARAGRAPH
           END-SEARCH

           INITIALIZE GLMAP-SVC-REQ
           INITIALIZE GLMAP-SVC-RES
           SET OP-RESOLVE OF GLMAP-SVC-REQ TO TRUE
           MOVE 'LABORDST' TO USER-ID OF GLMAP-SVC-REQ
           MOVE SPACES TO CORR-ID OF GLMAP-SVC-REQ
           MOVE WS-MAP-LINE-TYPE TO Q-LINE-TYPE OF GLMAP-SVC-REQ
           MOVE WS-MAP-LINE-CODE TO Q-LINE-CODE OF GLMAP-SVC-REQ
           MOVE WS-MAP-RUN-TYPE TO Q-RUN-TYPE OF GLMAP-SVC-REQ
           MOVE WS-MAP-DEPT-ID TO Q-DEPT-ID OF GLMAP-SVC-REQ
           MOVE WS-COMPANY-FILTER TO Q-COMPANY-CODE OF GLMAP-SVC-REQ

           CALL 'GLMAP-SVC' USING GLMAP-SVC-REQ GLMAP-SVC-RES

           IF OK OF GLMAP-SVC-RES
               MOVE GLM-ACCOUNT OF OUT-GLMAP OF GLMAP-SVC-RES
                   TO WS-MAP-ACCOUNT
               SET MAP-RESOLVED TO TRUE
           ELSE
               MOVE SPACES TO WS-MAP-ACCOUNT
               DISPLAY 'UNMAPPED: line type ' WS-MAP-LINE-TYPE
                   ' code ' WS-MAP-LINE-CODE
                   ' run ' WS-MAP-RUN-TYPE
                   ' dept ' WS-MAP-DEPT-ID
               ADD 1 TO WS-UNMAPPED-COUNT
           END-IF

           IF WS-MAP-COUNT < MAX-LD-MAPS
               ADD 1 TO WS-MAP-COUNT
               SET WS-MAP-IDX TO WS-MAP-COUNT
               MOVE WS-MAP-KEY TO WS-MC-KEY(WS-MAP-IDX)
               MOVE WS-MAP-ACCOUNT TO WS-MC-ACCOUNT(WS-MAP-IDX)
               IF MAP-RESOLVED
                   MOVE 'Y' TO WS-MC-MAPPED-SW(WS-MAP-IDX)
               ELSE
                   MOVE 'N' TO WS-MC-MAPPED-SW(WS-MAP-IDX)
               END-IF
           END-IF
           .

      * CHECK-UNCOSTED-HOURS: An employee of this company with
      * project hours in the period but no approved payroll to cost
      * them - the project is short that labor until the payroll is
      * approved and the distribution re-run.
       CHECK-UNCOSTED-HOURS.
           IF EH-PAYROLL-FOUND(WS-EH-IDX)
                   OR WS-EH-PROJ-HRS(WS-EH-IDX) = 0
               EXIT PARAGRAPH
           END-IF

           INITIALIZE EMP-SVC-REQ
           INITIALIZE EMP-SVC-RES
           MOVE 'F' TO OP-CODE OF EMP-SVC-REQ
           MOVE 'LABORDST' TO USER-ID OF EMP-SVC-REQ
           MOVE LATEST-VERSION-DATE TO AS-OF-DATE OF EMP-SVC-REQ
           MOVE SPACES TO CORR-ID OF EMP-SVC-REQ
           MOVE WS-EH-EMP-ID(WS-EH-IDX) TO Q-EMP-ID OF EMP-SVC-REQ

           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES

           IF OK OF EMP-SVC-RES
               MOVE COMPANY-CODE OF OUT-EMP OF EMP-SVC-RES
                   TO WS-REC-COMPANY
               IF WS-REC-COMPANY = SPACES
                   MOVE '01' TO WS-REC-COMPANY
               END-IF
               IF WS-REC-COMPANY NOT = WS-COMPANY-FILTER
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO WS-UNCOSTED-COUNT
           SET EH-HOURS-UNCOSTED(WS-EH-IDX) TO TRUE
           .

       SUM-PROJECT-TOTALS.
           ADD WS-PT-GROSS(WS-PROJ-IDX) TO WS-PROJ-GROSS-TOTAL
           ADD WS-PT-ER-COST(WS-PROJ-IDX) TO WS-PROJ-ER-TOTAL
           ADD WS-PT-HOURS(WS-PROJ-IDX) TO WS-PROJ-HOURS-TOTAL
           .

       SUM-DEPT-TOTALS.
           ADD WS-DT-RECLASS(WS-DEPT-IDX) TO WS-RELIEF-TOTAL
           ADD WS-DT-KEPT(WS-DEPT-IDX) TO WS-KEPT-TOTAL
           ADD WS-DT-KEPT-ER(WS-DEPT-IDX) TO WS-KEPT-ER-TOTAL
           .

       SUM-CREDIT-TOTALS.
           ADD WS-CR-AMOUNT(WS-CR-IDX) TO WS-CREDIT-TOTAL
           .

      * PRINT-DISTRIBUTION: The projects with their employees' hours
      * and cost, the departments' relief and kept cost, and the
      * reconciliation to the payroll.
       PRINT-DISTRIBUTION.
           PERFORM OPEN-PRINT-FILE
           STRING 'DISTRIBUTION FOR PERIOD ' WS-PERIOD
                  '  COMPANY ' WS-COMPANY-FILTER
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           PERFORM EMIT-PRINT-LINE
           MOVE 'COST BY PROJECT' TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           STRING 'PROJECT  NAME                     TYPE      ACCT '
                  '        HOURS       GROSS PAY   EMPLOYER COST'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           PERFORM PRINT-ONE-PROJECT
               VARYING WS-PROJ-IDX FROM 1 BY 1
               UNTIL WS-PROJ-IDX > WS-PROJ-COUNT

           MOVE WS-PROJ-HOURS-TOTAL TO WS-HRS-DISPLAY
           MOVE WS-PROJ-GROSS-TOTAL TO WS-AMT-DISPLAY
           MOVE WS-PROJ-ER-TOTAL TO WS-AMT-DISPLAY-2
           STRING 'ALL PROJECTS                                     '
                  '  ' WS-HRS-DISPLAY WS-AMT-DISPLAY
                  WS-AMT-DISPLAY-2
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           PERFORM EMIT-PRINT-LINE
           MOVE 'COST BY DEPARTMENT (DEPARTMENT / ASSIGNMENT SPLIT)'
               TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           STRING '  DEPT    TO PROJECTS (GROSS)      KEPT GROSS PAY'
                  '   KEPT EMPLOYER COST'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           PERFORM PRINT-ONE-DEPT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT

           PERFORM EMIT-PRINT-LINE
           MOVE 'RELIEF BY EXPENSE ACCOUNT (ACCOUNTS EXPGL DEBITED)'
               TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE '  DEPT    ACCT            RELIEVED'
               TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           PERFORM PRINT-ONE-CREDIT
               VARYING WS-CR-IDX FROM 1 BY 1
               UNTIL WS-CR-IDX > WS-CR-COUNT

           PERFORM EMIT-PRINT-LINE
           MOVE 'RECONCILIATION' TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-PAY-GROSS-TOTAL TO WS-AMT-DISPLAY
           MOVE WS-PAY-ER-TOTAL TO WS-AMT-DISPLAY-2
           STRING '  PAYROLL (EXPGL WAGE EXPENSE) GROSS '
                  WS-AMT-DISPLAY '   EMPLOYER COST '
                  WS-AMT-DISPLAY-2
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-RELIEF-TOTAL TO WS-AMT-DISPLAY
           MOVE WS-PROJ-ER-TOTAL TO WS-AMT-DISPLAY-2
           STRING '  DISTRIBUTED TO PROJECTS      GROSS '
                  WS-AMT-DISPLAY '   EMPLOYER COST '
                  WS-AMT-DISPLAY-2
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-KEPT-TOTAL TO WS-AMT-DISPLAY
           MOVE WS-KEPT-ER-TOTAL TO WS-AMT-DISPLAY-2
           STRING '  KEPT BY DEPARTMENTS          GROSS '
                  WS-AMT-DISPLAY '   EMPLOYER COST '
                  WS-AMT-DISPLAY-2
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           IF DISTRIBUTION-BALANCED
               MOVE '  IN BALANCE - GL reclass file written'
                   TO WS-RPT-LINE
           ELSE
               MOVE '  *** OUT OF BALANCE - no GL reclass file written'
                   TO WS-RPT-LINE
           END-IF
           PERFORM EMIT-PRINT-LINE

           IF WS-UNCOSTED-COUNT > 0
               PERFORM EMIT-PRINT-LINE
               STRING 'PROJECT HOURS WITH NO APPROVED PAYROLL'
                      ' - NOT COSTED'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
               PERFORM PRINT-ONE-UNCOSTED
                   VARYING WS-EH-IDX FROM 1 BY 1
                   UNTIL WS-EH-IDX > WS-EH-COUNT
           END-IF

           PERFORM CLOSE-PRINT-FILE
           .

       PRINT-ONE-PROJECT.
           IF WS-PT-HOURS(WS-PROJ-IDX) = 0
                   AND WS-PT-GROSS(WS-PROJ-IDX) = 0
                   AND WS-PT-ER-COST(WS-PROJ-IDX) = 0
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-PT-TYPE(WS-PROJ-IDX)
               WHEN 'B'
                   MOVE 'BILLABLE' TO WS-TYPE-TEXT
               WHEN 'C'
                   MOVE 'CAPITAL' TO WS-TYPE-TEXT
               WHEN OTHER
                   MOVE 'OVERHEAD' TO WS-TYPE-TEXT
           END-EVALUATE
           MOVE WS-PT-HOURS(WS-PROJ-IDX) TO WS-HRS-DISPLAY
           MOVE WS-PT-GROSS(WS-PROJ-IDX) TO WS-AMT-DISPLAY
           MOVE WS-PT-ER-COST(WS-PROJ-IDX) TO WS-AMT-DISPLAY-2
           STRING WS-PT-CODE(WS-PROJ-IDX) ' '
                  WS-PT-NAME(WS-PROJ-IDX) ' '
                  WS-TYPE-TEXT ' '
                  WS-PT-ACCOUNT(WS-PROJ-IDX) ' '
                  WS-HRS-DISPLAY WS-AMT-DISPLAY WS-AMT-DISPLAY-2
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           PERFORM PRINT-ONE-PROJECT-LINE
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
           .

       PRINT-ONE-PROJECT-LINE.
           IF WS-LN-PROJ-IDX(WS-LN-IDX) NOT = WS-PROJ-IDX
                   OR (WS-LN-GROSS(WS-LN-IDX) = 0
                       AND WS-LN-ER-COST(WS-LN-IDX) = 0)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LN-HOURS(WS-LN-IDX) TO WS-HRS-DISPLAY
           MOVE WS-LN-GROSS(WS-LN-IDX) TO WS-AMT-DISPLAY
           MOVE WS-LN-ER-COST(WS-LN-IDX) TO WS-AMT-DISPLAY-2
           STRING '           EMP ' WS-LN-EMP-ID(WS-LN-IDX)
                  '                            '
                  WS-HRS-DISPLAY WS-AMT-DISPLAY WS-AMT-DISPLAY-2
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

       PRINT-ONE-DEPT.
           MOVE WS-DT-RECLASS(WS-DEPT-IDX) TO WS-AMT-DISPLAY
           MOVE WS-DT-KEPT(WS-DEPT-IDX) TO WS-AMT-DISPLAY-2
           MOVE WS-DT-KEPT-ER(WS-DEPT-IDX) TO WS-AMT-DISPLAY-3
           STRING '  ' WS-DT-DEPT-ID(WS-DEPT-IDX) '  '
                  WS-AMT-DISPLAY '    ' WS-AMT-DISPLAY-2
                  '     ' WS-AMT-DISPLAY-3
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

       PRINT-ONE-CREDIT.
           IF WS-CR-AMOUNT(WS-CR-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CR-AMOUNT(WS-CR-IDX) TO WS-AMT-DISPLAY
           STRING '  ' WS-CR-DEPT-ID(WS-CR-IDX) '  '
                  WS-CR-ACCOUNT(WS-CR-IDX) '  '
                  WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

       PRINT-ONE-UNCOSTED.
           IF NOT EH-HOURS-UNCOSTED(WS-EH-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EH-PROJ-HRS(WS-EH-IDX) TO WS-HRS-DISPLAY
           STRING '*** EMP ' WS-EH-EMP-ID(WS-EH-IDX)
                  '  PROJECT HOURS ' WS-HRS-DISPLAY
                  '  - no approved payroll for the period'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

      * WRITE-RECLASS-FILE: A debit per project onto its account, a
      * credit per department off each expense account EXPGL debited
      * it - written even
      * when there is nothing to reclass, so a re-run replaces an
      * earlier period file.
       WRITE-RECLASS-FILE.
           MOVE SPACES TO WS-RECLASS-PATH
           STRING 'hr-cobol/data/export/labordst_'
                  WS-PERIOD '.dat'
               DELIMITED BY SIZE INTO WS-RECLASS-PATH

           OPEN OUTPUT RECLASS-FILE
           IF WS-RCL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open reclass file'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO WS-LINE-COUNT
           PERFORM WRITE-PROJECT-DEBIT
               VARYING WS-PROJ-IDX FROM 1 BY 1
               UNTIL WS-PROJ-IDX > WS-PROJ-COUNT
           PERFORM WRITE-DEPT-CREDIT
               VARYING WS-CR-IDX FROM 1 BY 1
               UNTIL WS-CR-IDX > WS-CR-COUNT

      *    Trailer: the journal's totals and the payroll gross -
      *    EXPGL's mapped wage expense debits - it reconciles to
           MOVE SPACES TO RECLASS-RECORD
           MOVE '9' TO RCL-TRL-TYPE
           MOVE WS-PROJ-GROSS-TOTAL TO RCL-TRL-DEBITS
           MOVE WS-CREDIT-TOTAL TO RCL-TRL-CREDITS
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-LINE-COUNT TO RCL-TRL-LINES
           MOVE WS-PAY-GROSS-TOTAL TO RCL-TRL-PAY-GROSS
           WRITE RECLASS-RECORD

           CLOSE RECLASS-FILE
           DISPLAY 'Reclass file: ' WS-RECLASS-PATH

      *    Onto the transmission register with the debit total as
      *    its hash
           INITIALIZE XMIT-SVC-REQ
           INITIALIZE XMIT-SVC-RES
           SET OP-REGISTER OF XMIT-SVC-REQ TO TRUE
           MOVE 'LABORDST' TO USER-ID OF XMIT-SVC-REQ
           MOVE SPACES TO CORR-ID OF XMIT-SVC-REQ
           MOVE 'LABORDST' TO XMIT-JOB OF IN-XMIT OF XMIT-SVC-REQ
           MOVE WS-RECLASS-PATH(15:40)
               TO XMIT-FILE-NAME OF IN-XMIT OF XMIT-SVC-REQ
           MOVE WS-LINE-COUNT
               TO XMIT-RECORD-COUNT OF IN-XMIT OF XMIT-SVC-REQ
           MOVE WS-PROJ-GROSS-TOTAL
               TO XMIT-HASH-TOTAL OF IN-XMIT OF XMIT-SVC-REQ

           CALL 'XMIT-SVC' USING XMIT-SVC-REQ XMIT-SVC-RES

           IF OK OF XMIT-SVC-RES
               DISPLAY 'Registered as generation '
                   GEN-NUMBER OF OUT-XMIT OF XMIT-SVC-RES
           END-IF
           .

       WRITE-PROJECT-DEBIT.
           IF WS-PT-GROSS(WS-PROJ-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RECLASS-RECORD
           MOVE '1' TO RCL-REC-TYPE
           MOVE 'D' TO RCL-DC-IND
           MOVE WS-PT-ACCOUNT(WS-PROJ-IDX) TO RCL-ACCOUNT
           MOVE WS-PT-DEPT(WS-PROJ-IDX) TO RCL-DEPT-ID
           MOVE WS-PERIOD TO RCL-PERIOD
           MOVE WS-PT-GROSS(WS-PROJ-IDX) TO RCL-AMOUNT
           MOVE WS-GL-PREFIX TO RCL-CO-PREFIX
           MOVE WS-PT-CODE(WS-PROJ-IDX) TO RCL-PROJECT-CODE
           WRITE RECLASS-RECORD
           ADD 1 TO WS-LINE-COUNT
           .

       WRITE-DEPT-CREDIT.
           IF WS-CR-AMOUNT(WS-CR-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RECLASS-RECORD
           MOVE '1' TO RCL-REC-TYPE
           MOVE 'C' TO RCL-DC-IND
           MOVE WS-CR-ACCOUNT(WS-CR-IDX) TO RCL-ACCOUNT
           MOVE WS-CR-DEPT-ID(WS-CR-IDX) TO RCL-DEPT-ID
           MOVE WS-PERIOD TO RCL-PERIOD
           MOVE WS-CR-AMOUNT(WS-CR-IDX) TO RCL-AMOUNT
           MOVE WS-GL-PREFIX TO RCL-CO-PREFIX
           WRITE RECLASS-RECORD
           ADD 1 TO WS-LINE-COUNT
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

       END PROGRAM LABORDST.
