       IDENTIFICATION DIVISION.
       PROGRAM-ID. MDSCORE.
      ******************************************************************
      * MDSCORE - Employee Master Data Completeness Scorecard
      * Purpose: Catches the missing data INTEGCHK's reference checks
      *          cannot see, before it turns into a payroll reject or
      *          a filing error. Every active employee is checked
      *          against the items the MDREQ-SVC list requires of
      *          their company and employee type:
      *            BANK  an active bank account (cash-paid employees
      *                  are exempt)
      *            MYNO  My Number held (MYNUM-SVC HELD - the number
      *                  itself is never read)
      *            SIGR  an SI standard remuneration grade in force
      *            GRAD  GRADE-CODE assigned
      *            LOCN  LOCATION-CODE assigned
      *            SCHD  SCHED-PATTERN-CODE assigned
      *            COMM  a commuting allowance record on file
      *            DEPN  dependent declaration - a dependent in
      *                  force, or the employee on the otsu column
      *          Each missing item lists under the employee with the
      *          team that owns it (HR, payroll or the employee) and
      *          is flagged OVERDUE once the item's grace days after
      *          HIRE-DATE have run. Departments are scored on the
      *          share of their required items on file, against the
      *          prior month's run, and the company-wide score is
      *          shown month by month for the past year. With no
      *          list on file the eight items are required of
      *          everyone with their usual owners.
      * Input: hr-cobol/data/employees.dat
      *        hr-cobol/data/mdreq.dat (via MDREQ-SVC)
      *        hr-cobol/data/bankacct.dat (via BANK-SVC)
      *        hr-cobol/data/mynum.dat (via MYNUM-SVC)
      *        hr-cobol/data/sigrade.dat (via SIGRADE-SVC)
      *        hr-cobol/data/commute.dat (via COMMUTE-SVC)
      *        hr-cobol/data/depend.dat (via DEP-SVC)
      *        hr-cobol/data/mdscore_hist.dat (prior runs)
      * Output: hr-cobol/data/reports/MDSCORE_<generation>.rpt
      *         (via RPT-PRINT)
      *         hr-cobol/data/mdscore_hist.dat - this run's
      *          department scores appended, the next run's trend
      * Parm: MDSCORE_DATE environment variable (YYYYMMDD, default
      *       today) - the date items are judged as of, normally
      *       the payroll cutoff
      *       MDSCORE_GRACE_DAYS environment variable (default 14) -
      *       the grace days for an item whose list entry has none
      *       COMPANY_CODE environment variable (optional - limits
      *       the run to one company; default every company)
      * Note: RC 4 when any item is overdue
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE
               ASSIGN TO 'hr-cobol/data/employees.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO 'hr-cobol/data/mdscore_hist.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD          PIC X(1000).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD           PIC X(60).
       01  HISTORY-LINE REDEFINES HISTORY-RECORD.
           05  MDH-ASOF-DATE        PIC 9(8).
           05  MDH-RUN-TS           PIC 9(14).
           05  MDH-COMPANY          PIC X(2).
           05  MDH-DEPT-ID          PIC 9(6).
           05  MDH-EMPLOYEES        PIC 9(5).
           05  MDH-COMPLETE         PIC 9(5).
           05  MDH-REQUIRED         PIC 9(6).
           05  MDH-MISSING          PIC 9(6).
           05  MDH-OVERDUE          PIC 9(5).
           05  FILLER               PIC X(3).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME          PIC X(10) VALUE 'MDSCORE'.
       01  WS-VERSION               PIC X(10) VALUE '1.0.0'.

       01  WS-EMP-FILE-STATUS       PIC XX.
           88  EMP-FILE-OK              VALUE '00'.
           88  EMP-FILE-EOF             VALUE '10'.
       01  WS-HIST-FILE-STATUS      PIC XX.
           88  HIST-FILE-OK             VALUE '00'.
           88  HIST-FILE-EOF            VALUE '10'.
           88  HIST-FILE-NOT-FOUND      VALUE '35'.

       01  WS-EMP-REC.
           COPY employee REPLACING ==05== BY ==10==.

       01  WS-ENV-ASOF              PIC X(10).
       01  WS-ASOF                  PIC 9(8) VALUE 0.
       01  WS-ASOF-PARTS REDEFINES WS-ASOF.
           05  WS-ASOF-YEAR         PIC 9(4).
           05  WS-ASOF-MONTH        PIC 9(2).
           05  WS-ASOF-DAY          PIC 9(2).
       01  WS-RUN-TS                PIC 9(14).
       01  WS-RUN-TIME              PIC 9(6).
       01  WS-ENV-GRACE             PIC X(10).
       01  WS-GRACE-TEXT            PIC X(10).
       01  WS-GRACE-LEN             PIC 9(2).
       01  WS-DEFAULT-GRACE         PIC 9(3) VALUE 14.
       01  WS-ENV-COMPANY           PIC X(10).
       01  WS-COMPANY-FILTER        PIC X(2) VALUE SPACES.
       01  WS-EMP-COMPANY           PIC X(2).

      * The items MDSCORE knows how to check, with the team that
      * usually owns each when the list does not say
       01  WS-ITEM-VALUES.
           05  FILLER               PIC X(34)
               VALUE 'BANKEBank account               '.
           05  FILLER               PIC X(34)
               VALUE 'MYNOEMy Number                  '.
           05  FILLER               PIC X(34)
               VALUE 'SIGRPSI standard grade          '.
           05  FILLER               PIC X(34)
               VALUE 'GRADHJob grade                  '.
           05  FILLER               PIC X(34)
               VALUE 'LOCNHLocation (establishment)   '.
           05  FILLER               PIC X(34)
               VALUE 'SCHDHSchedule pattern           '.
           05  FILLER               PIC X(34)
               VALUE 'COMMECommute record             '.
           05  FILLER               PIC X(34)
               VALUE 'DEPNEDependent declaration      '.
       01  WS-ITEM-TABLE REDEFINES WS-ITEM-VALUES.
           05  WS-ITEM-DEF OCCURS 8 TIMES
                   INDEXED BY WS-ITEM-IDX.
               10  WS-ID-CODE           PIC X(4).
               10  WS-ID-OWNER          PIC X.
               10  WS-ID-DESC           PIC X(29).
       78  ITEM-COUNT               VALUE 8.

      * The required-item list as loaded
       78  MAX-RULES                VALUE 200.
       01  WS-RULE-COUNT            PIC 9(3) VALUE 0.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-RULE-IDX.
               10  WS-RL-COMPANY        PIC X(2).
               10  WS-RL-EMP-TYPE       PIC X.
               10  WS-RL-ITEM           PIC 9.
               10  WS-RL-OWNER          PIC X.
               10  WS-RL-GRACE          PIC 9(3).
       01  WS-RULE-CURSOR           PIC X(7) VALUE SPACES.
       01  WS-RULE-SW               PIC X.
           88  MORE-RULES               VALUE 'Y'.
           88  NO-MORE-RULES            VALUE 'N'.
       01  WS-STANDARD-LIST-SW      PIC X VALUE 'N'.
           88  STANDARD-LIST-USED       VALUE 'Y'.
       01  WS-RULE-SPEC             PIC 9.

      * What the employee in hand owes, item by item
       01  WS-NEED-TABLE.
           05  WS-NEED-ENTRY OCCURS 8 TIMES
                   INDEXED BY WS-NEED-IDX.
               10  WS-ND-REQUIRED       PIC X.
                   88  ND-REQUIRED          VALUE 'Y'.
               10  WS-ND-SPEC           PIC 9.
               10  WS-ND-OWNER          PIC X.
               10  WS-ND-GRACE          PIC 9(3).
       01  WS-ITEM-SW               PIC X.
           88  ITEM-PRESENT             VALUE 'Y'.
           88  ITEM-MISSING             VALUE 'N'.
       01  WS-EMP-MISSING           PIC 9(2).
       01  WS-EMP-REQUIRED          PIC 9(2).
       01  WS-DAYS-SINCE-HIRE       PIC S9(9).
       01  WS-ITEM-GRACE            PIC 9(3).
       01  WS-OVERDUE-SW            PIC X.
           88  ITEM-OVERDUE             VALUE 'Y'.
           88  ITEM-NOT-OVERDUE         VALUE 'N'.
       01  WS-EMP-NAME              PIC X(22).

      * Department scores - this run's, and the prior month's run
      * alongside for the movement
       78  MAX-DEPTS                VALUE 500.
       01  WS-DEPT-COUNT            PIC 9(4) VALUE 0.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-DEPT-IDX.
               10  WS-DT-COMPANY        PIC X(2).
               10  WS-DT-DEPT-ID        PIC 9(6).
               10  WS-DT-EMPLOYEES      PIC 9(5).
               10  WS-DT-COMPLETE       PIC 9(5).
               10  WS-DT-REQUIRED       PIC 9(6).
               10  WS-DT-MISSING        PIC 9(6).
               10  WS-DT-OVERDUE        PIC 9(5).
               10  WS-DT-PRIOR-REQ      PIC 9(6).
               10  WS-DT-PRIOR-MISS     PIC 9(6).
       01  WS-WORK-COMPANY          PIC X(2).
       01  WS-WORK-DEPT-ID          PIC 9(6).
       01  WS-DEPT-FOUND-SW         PIC X.
           88  DEPT-FOUND               VALUE 'Y'.
           88  DEPT-NOT-FOUND           VALUE 'N'.

      * Missing items by owning team - H, P, E
       01  WS-OWNER-TOTALS.
           05  WS-OWNER-ENTRY OCCURS 3 TIMES
                   INDEXED BY WS-OWNER-IDX.
               10  WS-OW-MISSING        PIC 9(6).
               10  WS-OW-OVERDUE        PIC 9(6).
       01  WS-OWNER-CODE            PIC X.
       01  WS-OWNER-TEXT            PIC X(8).

      * Company-wide trend - the latest run in each of the past
      * twelve months, slot 12 being this month (this run)
       01  WS-THIS-MONTH-NUM        PIC 9(6).
       01  WS-LINE-MONTH-NUM        PIC 9(6).
       01  WS-MONTH-DIFF            PIC S9(6).
       01  WS-HIST-DATE-WORK        PIC 9(8).
       01  WS-HIST-DATE-PARTS REDEFINES WS-HIST-DATE-WORK.
           05  WS-HD-YEAR           PIC 9(4).
           05  WS-HD-MONTH          PIC 9(2).
           05  WS-HD-DAY            PIC 9(2).
       01  WS-TREND-TABLE.
           05  WS-TREND-ENTRY OCCURS 12 TIMES
                   INDEXED BY WS-TREND-IDX.
               10  WS-TR-ASOF           PIC 9(8).
               10  WS-TR-RUN-TS         PIC 9(14).
               10  WS-TR-REQUIRED       PIC 9(7).
               10  WS-TR-MISSING        PIC 9(7).
       01  WS-TREND-SLOT            PIC 9(2).
       01  WS-PRIOR-SLOT            PIC 9(2) VALUE 0.

      * Working storage for DATE-UTIL calls
       01  WS-DATE-OPERATION        PIC X(2).
       01  WS-DATE-1                PIC 9(8).
       01  WS-DATE-2                PIC 9(8).
       01  WS-DATE-RESULT           PIC S9(9).
       01  WS-DATE-STATUS           PIC 9.

      * Working storage for the service calls
           COPY mdreq-req.
           COPY mdreq-res.
           COPY bank-req.
           COPY bank-res.
           COPY mynum-req.
           COPY mynum-res.
           COPY sig-req.
           COPY sig-res.
           COPY comm-req.
           COPY comm-res.
           COPY dep-req.
           COPY dep-res.

       01  WS-TOTAL-EMPLOYEES       PIC 9(6) VALUE 0.
       01  WS-TOTAL-COMPLETE        PIC 9(6) VALUE 0.
       01  WS-TOTAL-REQUIRED        PIC 9(7) VALUE 0.
       01  WS-TOTAL-MISSING         PIC 9(7) VALUE 0.
       01  WS-TOTAL-OVERDUE         PIC 9(6) VALUE 0.

      * Score arithmetic
       01  WS-SCORE                 PIC 9(3)V9.
       01  WS-PRIOR-SCORE           PIC 9(3)V9.
       01  WS-SCORE-MOVE            PIC S9(3)V9.
       01  WS-SCORE-REQ             PIC 9(7).
       01  WS-SCORE-MISS            PIC 9(7).

      * Print-file plumbing
       01  WS-RPT-OP                PIC X.
       01  WS-RPT-NAME              PIC X(8)  VALUE 'MDSCORE'.
       01  WS-RPT-TITLE             PIC X(40)
           VALUE 'MASTER DATA COMPLETENESS SCORECARD'.
       01  WS-RPT-OPERATOR          PIC X(16).
       01  WS-RPT-LINE              PIC X(100).
       01  WS-RPT-STATUS            PIC 9.

      * Display fields
       01  WS-COUNT-DISPLAY         PIC ZZZ,ZZ9.
       01  WS-SMALL-DISPLAY         PIC ZZ,ZZ9.
       01  WS-EMP-ID-DISPLAY        PIC 9(9).
       01  WS-DAYS-DISPLAY          PIC ZZZZ9.
       01  WS-SCORE-DISPLAY         PIC ZZ9.9.
       01  WS-MOVE-DISPLAY          PIC +ZZ9.9.
       01  WS-GRACE-DISPLAY         PIC ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'MDSCORE - Master Data Completeness Scorecard v'
               WS-VERSION

           PERFORM GET-RUN-PARAMETERS
           PERFORM LOAD-REQUIRED-ITEMS

           PERFORM OPEN-PRINT-FILE
           MOVE WS-DEFAULT-GRACE TO WS-GRACE-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'AS OF ' WS-ASOF
                  '  - DEFAULT GRACE ' WS-GRACE-DISPLAY
                  ' DAYS AFTER HIRE'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           IF WS-COMPANY-FILTER NOT = SPACES
               MOVE 'COMPANY' TO WS-RPT-LINE(60:7)
               MOVE WS-COMPANY-FILTER TO WS-RPT-LINE(68:2)
           END-IF
           PERFORM EMIT-PRINT-LINE
           IF STANDARD-LIST-USED
               STRING 'No required-item list on file - the standard '
                      'eight items are required of everyone.'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-IF
           PERFORM EMIT-PRINT-LINE
           MOVE 'MISSING ITEMS BY EMPLOYEE' TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING '  EMP-ID    NAME                   DEPT   HIRED    '
                  'ITEM DESCRIPTION          OWNER    DAYS'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           PERFORM SCAN-EMPLOYEES
           IF RETURN-CODE = 8
               PERFORM CLOSE-PRINT-FILE
               STOP RUN
           END-IF
           IF WS-TOTAL-MISSING = 0
               MOVE '  Every required item is on file.' TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-IF

           PERFORM LOAD-HISTORY
           PERFORM PRINT-DEPARTMENT-SCORES
           PERFORM PRINT-OWNER-SUMMARY
           PERFORM PRINT-MONTHLY-TREND
           PERFORM CLOSE-PRINT-FILE

           PERFORM APPEND-HISTORY

           MOVE WS-TOTAL-EMPLOYEES TO WS-COUNT-DISPLAY
           DISPLAY 'Employees checked:      ' WS-COUNT-DISPLAY
           MOVE WS-TOTAL-COMPLETE TO WS-COUNT-DISPLAY
           DISPLAY 'Complete:               ' WS-COUNT-DISPLAY
           MOVE WS-TOTAL-MISSING TO WS-COUNT-DISPLAY
           DISPLAY 'Items missing:          ' WS-COUNT-DISPLAY
           MOVE WS-TOTAL-OVERDUE TO WS-COUNT-DISPLAY
           DISPLAY 'Items overdue:          ' WS-COUNT-DISPLAY
           IF WS-TOTAL-OVERDUE > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       GET-RUN-PARAMETERS.
           ACCEPT WS-ENV-ASOF FROM ENVIRONMENT 'MDSCORE_DATE'
           IF WS-ENV-ASOF(1:8) IS NUMERIC
               MOVE WS-ENV-ASOF(1:8) TO WS-ASOF
           END-IF
           IF WS-ASOF = 0
               ACCEPT WS-ASOF FROM DATE YYYYMMDD
           END-IF
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO WS-ENV-GRACE
           ACCEPT WS-ENV-GRACE FROM ENVIRONMENT 'MDSCORE_GRACE_DAYS'
           IF WS-ENV-GRACE NOT = SPACES
               MOVE 0 TO WS-GRACE-LEN
               UNSTRING WS-ENV-GRACE DELIMITED BY SPACE
                   INTO WS-GRACE-TEXT COUNT IN WS-GRACE-LEN
               IF WS-GRACE-LEN > 0 AND WS-GRACE-LEN < 4
                       AND WS-GRACE-TEXT(1:WS-GRACE-LEN) IS NUMERIC
                   MOVE WS-GRACE-TEXT(1:WS-GRACE-LEN)
                       TO WS-DEFAULT-GRACE
               END-IF
           END-IF
           MOVE SPACES TO WS-ENV-COMPANY
           ACCEPT WS-ENV-COMPANY FROM ENVIRONMENT 'COMPANY_CODE'
           MOVE WS-ENV-COMPANY(1:2) TO WS-COMPANY-FILTER

           STRING WS-ASOF WS-RUN-TIME DELIMITED BY SIZE
               INTO WS-RUN-TS
           COMPUTE WS-THIS-MONTH-NUM =
               WS-ASOF-YEAR * 12 + WS-ASOF-MONTH
           DISPLAY 'Judging master data as of ' WS-ASOF
           .

      * LOAD-REQUIRED-ITEMS: The list through MDREQ-SVC LIST. With
      * nothing on file the standard list stands in - every item,
      * every company and type, the usual owner and the default
      * grace days.
       LOAD-REQUIRED-ITEMS.
           MOVE SPACES TO WS-RULE-CURSOR
           SET MORE-RULES TO TRUE
           PERFORM LOAD-NEXT-REQUIRED-ITEM
               UNTIL NO-MORE-RULES

           IF WS-RULE-COUNT = 0
               SET STANDARD-LIST-USED TO TRUE
               PERFORM TAKE-STANDARD-ITEM
                   VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > ITEM-COUNT
           END-IF
           .

       LOAD-NEXT-REQUIRED-ITEM.
           INITIALIZE MDREQ-SVC-REQ
           INITIALIZE MDREQ-SVC-RES
           SET OP-LIST OF MDREQ-SVC-REQ TO TRUE
           MOVE 'MDSCORE' TO USER-ID OF MDREQ-SVC-REQ
           MOVE SPACES TO CORR-ID OF MDREQ-SVC-REQ
           MOVE WS-RULE-CURSOR TO Q-CURSOR OF MDREQ-SVC-REQ

           CALL 'MDREQ-SVC' USING MDREQ-SVC-REQ MDREQ-SVC-RES

           IF NOT OK OF MDREQ-SVC-RES
               SET NO-MORE-RULES TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE NEXT-CURSOR OF MDREQ-SVC-RES TO WS-RULE-CURSOR
           IF NOT MORE-RESULTS OF MDREQ-SVC-RES
               SET NO-MORE-RULES TO TRUE
           END-IF

           IF WS-COMPANY-FILTER NOT = SPACES
                   AND MDR-COMPANY OF OUT-MDREQ OF MDREQ-SVC-RES
                       NOT = SPACES
                   AND MDR-COMPANY OF OUT-MDREQ OF MDREQ-SVC-RES
                       NOT = WS-COMPANY-FILTER
               EXIT PARAGRAPH
           END-IF

           SET WS-ITEM-IDX TO 1
           SEARCH WS-ITEM-DEF
               AT END
                   EXIT PARAGRAPH
               WHEN WS-ID-CODE(WS-ITEM-IDX)
                       = MDR-ITEM-CODE OF OUT-MDREQ OF MDREQ-SVC-RES
                   CONTINUE
           END-SEARCH

           IF WS-RULE-COUNT >= MAX-RULES
               DISPLAY 'WARNING: required-item table full - '
                   WS-RULE-CURSOR ' not applied'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RULE-COUNT
           SET WS-RULE-IDX TO WS-RULE-COUNT
           MOVE MDR-COMPANY OF OUT-MDREQ OF MDREQ-SVC-RES
               TO WS-RL-COMPANY(WS-RULE-IDX)
           MOVE MDR-EMP-TYPE OF OUT-MDREQ OF MDREQ-SVC-RES
               TO WS-RL-EMP-TYPE(WS-RULE-IDX)
           SET WS-RL-ITEM(WS-RULE-IDX) TO WS-ITEM-IDX
           MOVE MDR-OWNER OF OUT-MDREQ OF MDREQ-SVC-RES
               TO WS-RL-OWNER(WS-RULE-IDX)
           MOVE MDR-GRACE-DAYS OF OUT-MDREQ OF MDREQ-SVC-RES
               TO WS-RL-GRACE(WS-RULE-IDX)
           .

       TAKE-STANDARD-ITEM.
           ADD 1 TO WS-RULE-COUNT
           SET WS-RULE-IDX TO WS-RULE-COUNT
           MOVE SPACES TO WS-RL-COMPANY(WS-RULE-IDX)
           MOVE SPACE TO WS-RL-EMP-TYPE(WS-RULE-IDX)
           SET WS-RL-ITEM(WS-RULE-IDX) TO WS-ITEM-IDX
           MOVE WS-ID-OWNER(WS-ITEM-IDX) TO WS-RL-OWNER(WS-RULE-IDX)
           MOVE 0 TO WS-RL-GRACE(WS-RULE-IDX)
           .

      * SCAN-EMPLOYEES: The current version of everyone still on the
      * payroll - on leave included, future-dated hires included,
      * since those are the ones whose data has to be ready first.
       SCAN-EMPLOYEES.
           OPEN INPUT EMPLOYEE-FILE
           IF NOT EMP-FILE-OK
               DISPLAY 'ERROR: Cannot open employee file'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL EMP-FILE-EOF
               READ EMPLOYEE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE EMPLOYEE-RECORD TO WS-EMP-REC
                       IF VALID-TO OF WS-EMP-REC = OPEN-ENDED-DATE
                               AND NOT TERMINATED OF WS-EMP-REC
                           PERFORM SCORE-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EMPLOYEE-FILE
           .

      * SCORE-ONE-EMPLOYEE: Works out what the employee owes, checks
      * each item, and books the result to the department.
       SCORE-ONE-EMPLOYEE.
           MOVE COMPANY-CODE OF WS-EMP-REC TO WS-EMP-COMPANY
           IF WS-EMP-COMPANY = SPACES
               MOVE '01' TO WS-EMP-COMPANY
           END-IF
           IF WS-COMPANY-FILTER NOT = SPACES
                   AND WS-EMP-COMPANY NOT = WS-COMPANY-FILTER
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-NEED-TABLE
           PERFORM APPLY-ONE-RULE
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT

           MOVE 0 TO WS-DAYS-SINCE-HIRE
           IF HIRE-DATE OF WS-EMP-REC > 0
                   AND HIRE-DATE OF WS-EMP-REC < WS-ASOF
               MOVE 'D ' TO WS-DATE-OPERATION
               MOVE HIRE-DATE OF WS-EMP-REC TO WS-DATE-1
               MOVE WS-ASOF TO WS-DATE-2
               CALL 'DATE-UTIL' USING WS-DATE-OPERATION WS-DATE-1
                                      WS-DATE-2 WS-DATE-RESULT
                                      WS-DATE-STATUS
               IF WS-DATE-STATUS = 0 AND WS-DATE-RESULT > 0
                   MOVE WS-DATE-RESULT TO WS-DAYS-SINCE-HIRE
               END-IF
           END-IF

           MOVE SPACES TO WS-EMP-NAME
           STRING LAST-NAME OF WS-EMP-REC DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  FIRST-NAME OF WS-EMP-REC DELIMITED BY SPACE
               INTO WS-EMP-NAME

           MOVE WS-EMP-COMPANY TO WS-WORK-COMPANY
           MOVE DEPT-ID OF WS-EMP-REC TO WS-WORK-DEPT-ID
           PERFORM FIND-OR-ADD-DEPT

           MOVE 0 TO WS-EMP-REQUIRED
           MOVE 0 TO WS-EMP-MISSING
           PERFORM CHECK-ONE-ITEM
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > ITEM-COUNT

           ADD 1 TO WS-TOTAL-EMPLOYEES
           ADD WS-EMP-REQUIRED TO WS-TOTAL-REQUIRED
           ADD WS-EMP-MISSING TO WS-TOTAL-MISSING
           IF WS-EMP-MISSING = 0
               ADD 1 TO WS-TOTAL-COMPLETE
           END-IF
           IF DEPT-FOUND
               ADD 1 TO WS-DT-EMPLOYEES(WS-DEPT-IDX)
               ADD WS-EMP-REQUIRED TO WS-DT-REQUIRED(WS-DEPT-IDX)
               ADD WS-EMP-MISSING TO WS-DT-MISSING(WS-DEPT-IDX)
               IF WS-EMP-MISSING = 0
                   ADD 1 TO WS-DT-COMPLETE(WS-DEPT-IDX)
               END-IF
           END-IF
           .

      * APPLY-ONE-RULE: A list entry covering the employee's company
      * and type makes its item required; of two entries naming the
      * same item, the more specific sets the owner and grace days.
       APPLY-ONE-RULE.
           IF WS-RL-COMPANY(WS-RULE-IDX) NOT = SPACES
                   AND WS-RL-COMPANY(WS-RULE-IDX) NOT = WS-EMP-COMPANY
               EXIT PARAGRAPH
           END-IF
           IF WS-RL-EMP-TYPE(WS-RULE-IDX) NOT = SPACE
                   AND WS-RL-EMP-TYPE(WS-RULE-IDX)
                       NOT = EMP-TYPE OF WS-EMP-REC
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-RULE-SPEC
           IF WS-RL-COMPANY(WS-RULE-IDX) NOT = SPACES
               ADD 2 TO WS-RULE-SPEC
           END-IF
           IF WS-RL-EMP-TYPE(WS-RULE-IDX) NOT = SPACE
               ADD 1 TO WS-RULE-SPEC
           END-IF

           SET WS-NEED-IDX TO WS-RL-ITEM(WS-RULE-IDX)
           IF ND-REQUIRED(WS-NEED-IDX)
                   AND WS-ND-SPEC(WS-NEED-IDX) >= WS-RULE-SPEC
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ND-REQUIRED(WS-NEED-IDX)
           MOVE WS-RULE-SPEC TO WS-ND-SPEC(WS-NEED-IDX)
           MOVE WS-RL-OWNER(WS-RULE-IDX) TO WS-ND-OWNER(WS-NEED-IDX)
           MOVE WS-RL-GRACE(WS-RULE-IDX) TO WS-ND-GRACE(WS-NEED-IDX)
           .

      * CHECK-ONE-ITEM: One required item against the master and the
      * satellite services.
       CHECK-ONE-ITEM.
           SET WS-NEED-IDX TO WS-ITEM-IDX
           IF NOT ND-REQUIRED(WS-NEED-IDX)
               EXIT PARAGRAPH
           END-IF

           SET ITEM-PRESENT TO TRUE
           EVALUATE WS-ID-CODE(WS-ITEM-IDX)
               WHEN 'BANK'
                   PERFORM CHECK-BANK-ACCOUNT
               WHEN 'MYNO'
                   PERFORM CHECK-MY-NUMBER
               WHEN 'SIGR'
                   PERFORM CHECK-SI-GRADE
               WHEN 'GRAD'
                   IF GRADE-CODE OF WS-EMP-REC = SPACES
                       SET ITEM-MISSING TO TRUE
                   END-IF
               WHEN 'LOCN'
                   IF LOCATION-CODE OF WS-EMP-REC = SPACES
                       SET ITEM-MISSING TO TRUE
                   END-IF
               WHEN 'SCHD'
                   IF SCHED-PATTERN-CODE OF WS-EMP-REC = SPACES
                       SET ITEM-MISSING TO TRUE
                   END-IF
               WHEN 'COMM'
                   PERFORM CHECK-COMMUTE
               WHEN 'DEPN'
                   PERFORM CHECK-DEPENDENTS
           END-EVALUATE

           ADD 1 TO WS-EMP-REQUIRED
           IF ITEM-PRESENT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-EMP-MISSING
           MOVE WS-ND-GRACE(WS-NEED-IDX) TO WS-ITEM-GRACE
           IF WS-ITEM-GRACE = 0
               MOVE WS-DEFAULT-GRACE TO WS-ITEM-GRACE
           END-IF
           SET ITEM-NOT-OVERDUE TO TRUE
           IF WS-DAYS-SINCE-HIRE > WS-ITEM-GRACE
               SET ITEM-OVERDUE TO TRUE
               ADD 1 TO WS-TOTAL-OVERDUE
               IF DEPT-FOUND
                   ADD 1 TO WS-DT-OVERDUE(WS-DEPT-IDX)
               END-IF
           END-IF

           MOVE WS-ND-OWNER(WS-NEED-IDX) TO WS-OWNER-CODE
           PERFORM SET-OWNER-TEXT
           ADD 1 TO WS-OW-MISSING(WS-OWNER-IDX)
           IF ITEM-OVERDUE
               ADD 1 TO WS-OW-OVERDUE(WS-OWNER-IDX)
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           MOVE EMP-ID OF WS-EMP-REC TO WS-EMP-ID-DISPLAY
           MOVE WS-EMP-ID-DISPLAY TO WS-RPT-LINE(3:9)
           MOVE WS-EMP-NAME TO WS-RPT-LINE(13:22)
           MOVE DEPT-ID OF WS-EMP-REC TO WS-RPT-LINE(36:6)
           MOVE HIRE-DATE OF WS-EMP-REC TO WS-RPT-LINE(43:8)
           MOVE WS-ID-CODE(WS-ITEM-IDX) TO WS-RPT-LINE(52:4)
           MOVE WS-ID-DESC(WS-ITEM-IDX) TO WS-RPT-LINE(57:20)
           MOVE WS-OWNER-TEXT TO WS-RPT-LINE(78:8)
           MOVE WS-DAYS-SINCE-HIRE TO WS-DAYS-DISPLAY
           MOVE WS-DAYS-DISPLAY TO WS-RPT-LINE(87:5)
           IF ITEM-OVERDUE
               MOVE 'OVERDUE' TO WS-RPT-LINE(93:7)
           END-IF
           PERFORM EMIT-PRINT-LINE
           .

      * SET-OWNER-TEXT: WS-OWNER-CODE as printed, and its slot in
      * the owner totals.
       SET-OWNER-TEXT.
           EVALUATE WS-OWNER-CODE
               WHEN 'H'
                   MOVE 'HR' TO WS-OWNER-TEXT
                   SET WS-OWNER-IDX TO 1
               WHEN 'P'
                   MOVE 'PAYROLL' TO WS-OWNER-TEXT
                   SET WS-OWNER-IDX TO 2
               WHEN OTHER
                   MOVE 'EMPLOYEE' TO WS-OWNER-TEXT
                   SET WS-OWNER-IDX TO 3
           END-EVALUATE
           .

      * CHECK-BANK-ACCOUNT: An active account for transfer pay; a
      * cash-paid employee needs none.
       CHECK-BANK-ACCOUNT.
           IF PAY-BY-CASH OF WS-EMP-REC
               EXIT PARAGRAPH
           END-IF
           INITIALIZE BANK-SVC-REQ
           INITIALIZE BANK-SVC-RES
           SET OP-LIST-ACTIVE OF BANK-SVC-REQ TO TRUE
           MOVE 'MDSCORE' TO USER-ID OF BANK-SVC-REQ
           MOVE SPACES TO CORR-ID OF BANK-SVC-REQ
           MOVE EMP-ID OF WS-EMP-REC TO Q-EMP-ID OF BANK-SVC-REQ
           CALL 'BANK-SVC' USING BANK-SVC-REQ BANK-SVC-RES
           IF NOT OK OF BANK-SVC-RES
                   OR ACTIVE-COUNT OF BANK-SVC-RES = 0
               SET ITEM-MISSING TO TRUE
           END-IF
           .

       CHECK-MY-NUMBER.
           INITIALIZE MYNUM-SVC-REQ
           INITIALIZE MYNUM-SVC-RES
           SET OP-HELD OF MYNUM-SVC-REQ TO TRUE
           MOVE 'MDSCORE' TO USER-ID OF MYNUM-SVC-REQ
           MOVE SPACES TO CORR-ID OF MYNUM-SVC-REQ
           MOVE EMP-ID OF WS-EMP-REC TO Q-EMP-ID OF MYNUM-SVC-REQ
           CALL 'MYNUM-SVC' USING MYNUM-SVC-REQ MYNUM-SVC-RES
           IF NOT OK OF MYNUM-SVC-RES
               SET ITEM-MISSING TO TRUE
           END-IF
           .

       CHECK-SI-GRADE.
           INITIALIZE SIGRADE-SVC-REQ
           INITIALIZE SIGRADE-SVC-RES
           SET OP-FIND-AS-OF OF SIGRADE-SVC-REQ TO TRUE
           MOVE 'MDSCORE' TO USER-ID OF SIGRADE-SVC-REQ
           MOVE SPACES TO CORR-ID OF SIGRADE-SVC-REQ
           MOVE EMP-ID OF WS-EMP-REC TO Q-EMP-ID OF SIGRADE-SVC-REQ
           MOVE WS-ASOF TO Q-AS-OF-DATE OF SIGRADE-SVC-REQ
           CALL 'SIGRADE-SVC' USING SIGRADE-SVC-REQ SIGRADE-SVC-RES
           IF NOT OK OF SIGRADE-SVC-RES
               SET ITEM-MISSING TO TRUE
           END-IF
           .

       CHECK-COMMUTE.
           INITIALIZE COMMUTE-SVC-REQ
           INITIALIZE COMMUTE-SVC-RES
           SET OP-FIND OF COMMUTE-SVC-REQ TO TRUE
           MOVE 'MDSCORE' TO USER-ID OF COMMUTE-SVC-REQ
           MOVE SPACES TO CORR-ID OF COMMUTE-SVC-REQ
           MOVE EMP-ID OF WS-EMP-REC TO Q-EMP-ID OF COMMUTE-SVC-REQ
           CALL 'COMMUTE-SVC' USING COMMUTE-SVC-REQ COMMUTE-SVC-RES
           IF NOT OK OF COMMUTE-SVC-RES
                   OR NOT COMMUTE-ACTIVE OF OUT-COMMUTE
               SET ITEM-MISSING TO TRUE
           END-IF
           .

      * CHECK-DEPENDENTS: The dependent declaration - an employee on
      * the otsu column filed it elsewhere; on the kou column it
      * shows as a dependent in force on the as-of date.
       CHECK-DEPENDENTS.
           IF TAX-COLUMN-OTSU OF WS-EMP-REC
               EXIT PARAGRAPH
           END-IF
           INITIALIZE DEP-SVC-REQ
           INITIALIZE DEP-SVC-RES
           SET OP-COUNT-AS-OF OF DEP-SVC-REQ TO TRUE
           MOVE 'MDSCORE' TO USER-ID OF DEP-SVC-REQ
           MOVE SPACES TO CORR-ID OF DEP-SVC-REQ
           MOVE EMP-ID OF WS-EMP-REC TO Q-EMP-ID OF DEP-SVC-REQ
           MOVE WS-ASOF TO Q-AS-OF-DATE OF DEP-SVC-REQ
           MOVE 'N' TO Q-TAX-ONLY OF DEP-SVC-REQ
           CALL 'DEP-SVC' USING DEP-SVC-REQ DEP-SVC-RES
           IF NOT OK OF DEP-SVC-RES
                   OR DEP-COUNT OF DEP-SVC-RES = 0
               SET ITEM-MISSING TO TRUE
           END-IF
           .

       FIND-OR-ADD-DEPT.
           SET DEPT-NOT-FOUND TO TRUE
           SET WS-DEPT-IDX TO 1
           SEARCH WS-DEPT-ENTRY
               AT END
                   DISPLAY 'WARNING: department table full - CO '
                       WS-WORK-COMPANY ' DEPT ' WS-WORK-DEPT-ID
                       ' not scored'
               WHEN WS-DEPT-IDX > WS-DEPT-COUNT
                   IF WS-DEPT-COUNT < MAX-DEPTS
                       ADD 1 TO WS-DEPT-COUNT
                       INITIALIZE WS-DEPT-ENTRY(WS-DEPT-IDX)
                       MOVE WS-WORK-COMPANY
                           TO WS-DT-COMPANY(WS-DEPT-IDX)
                       MOVE WS-WORK-DEPT-ID
                           TO WS-DT-DEPT-ID(WS-DEPT-IDX)
                       SET DEPT-FOUND TO TRUE
                   END-IF
               WHEN WS-DT-COMPANY(WS-DEPT-IDX) = WS-WORK-COMPANY
                       AND WS-DT-DEPT-ID(WS-DEPT-IDX) = WS-WORK-DEPT-ID
                   SET DEPT-FOUND TO TRUE
           END-SEARCH
           .

      * LOAD-HISTORY: Two passes over the prior runs. The first
      * finds the latest run in each of the eleven months before
      * this one; the second totals those runs for the trend and
      * takes the most recent of them as each department's prior
      * score. A re-run within a month supersedes the earlier one.
       LOAD-HISTORY.
           INITIALIZE WS-TREND-TABLE
           OPEN INPUT HISTORY-FILE
           IF NOT HIST-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HIST-FILE-EOF
               READ HISTORY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM FIND-TREND-SLOT
                       IF WS-TREND-SLOT > 0
                           PERFORM TAKE-LATEST-RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE

           MOVE 0 TO WS-PRIOR-SLOT
           PERFORM VARYING WS-TREND-IDX FROM 1 BY 1
                   UNTIL WS-TREND-IDX > 11
               IF WS-TR-ASOF(WS-TREND-IDX) > 0
                   SET WS-PRIOR-SLOT TO WS-TREND-IDX
               END-IF
           END-PERFORM

           OPEN INPUT HISTORY-FILE
           IF NOT HIST-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE '00' TO WS-HIST-FILE-STATUS
           PERFORM UNTIL HIST-FILE-EOF
               READ HISTORY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM FIND-TREND-SLOT
                       IF WS-TREND-SLOT > 0
                           PERFORM TAKE-ONE-HISTORY-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           .

      * FIND-TREND-SLOT: The line's month as a slot 1-11 counting up
      * to last month; 0 for this month, the future, or more than
      * eleven months back.
       FIND-TREND-SLOT.
           MOVE 0 TO WS-TREND-SLOT
           IF MDH-ASOF-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE MDH-ASOF-DATE TO WS-HIST-DATE-WORK
           COMPUTE WS-LINE-MONTH-NUM = WS-HD-YEAR * 12 + WS-HD-MONTH
           COMPUTE WS-MONTH-DIFF =
               WS-THIS-MONTH-NUM - WS-LINE-MONTH-NUM
           IF WS-MONTH-DIFF > 0 AND WS-MONTH-DIFF < 12
               COMPUTE WS-TREND-SLOT = 12 - WS-MONTH-DIFF
           END-IF
           .

       TAKE-LATEST-RUN.
           SET WS-TREND-IDX TO WS-TREND-SLOT
           IF MDH-ASOF-DATE > WS-TR-ASOF(WS-TREND-IDX)
                   OR (MDH-ASOF-DATE = WS-TR-ASOF(WS-TREND-IDX)
                   AND MDH-RUN-TS > WS-TR-RUN-TS(WS-TREND-IDX))
               MOVE MDH-ASOF-DATE TO WS-TR-ASOF(WS-TREND-IDX)
               MOVE MDH-RUN-TS TO WS-TR-RUN-TS(WS-TREND-IDX)
           END-IF
           .

       TAKE-ONE-HISTORY-LINE.
           SET WS-TREND-IDX TO WS-TREND-SLOT
           IF MDH-ASOF-DATE NOT = WS-TR-ASOF(WS-TREND-IDX)
                   OR MDH-RUN-TS NOT = WS-TR-RUN-TS(WS-TREND-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD MDH-REQUIRED TO WS-TR-REQUIRED(WS-TREND-IDX)
           ADD MDH-MISSING TO WS-TR-MISSING(WS-TREND-IDX)

           IF WS-TREND-SLOT NOT = WS-PRIOR-SLOT
               EXIT PARAGRAPH
           END-IF
           MOVE MDH-COMPANY TO WS-WORK-COMPANY
           MOVE MDH-DEPT-ID TO WS-WORK-DEPT-ID
           SET DEPT-NOT-FOUND TO TRUE
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT OR DEPT-FOUND
               IF WS-DT-COMPANY(WS-DEPT-IDX) = WS-WORK-COMPANY
                       AND WS-DT-DEPT-ID(WS-DEPT-IDX) = WS-WORK-DEPT-ID
                   SET DEPT-FOUND TO TRUE
                   ADD MDH-REQUIRED TO WS-DT-PRIOR-REQ(WS-DEPT-IDX)
                   ADD MDH-MISSING TO WS-DT-PRIOR-MISS(WS-DEPT-IDX)
               END-IF
           END-PERFORM
           .

      * PRINT-DEPARTMENT-SCORES: Each department's share of required
      * items on file, with the prior month's run beside it.
       PRINT-DEPARTMENT-SCORES.
           PERFORM EMIT-PRINT-LINE
           MOVE 'DEPARTMENT SCORES' TO WS-RPT-LINE
           IF WS-PRIOR-SLOT > 0
               MOVE 'PRIOR MONTH RUN' TO WS-RPT-LINE(40:15)
               MOVE WS-TR-ASOF(WS-PRIOR-SLOT) TO WS-RPT-LINE(56:8)
           ELSE
               MOVE 'NO PRIOR MONTH RUN ON FILE' TO WS-RPT-LINE(40:26)
           END-IF
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING '  CO DEPT    EMPS COMPLETE  ITEMS MISSING OVERDUE  '
                  'SCORE  PRIOR   MOVE'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           PERFORM PRINT-ONE-DEPARTMENT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT

           MOVE WS-TOTAL-REQUIRED TO WS-SCORE-REQ
           MOVE WS-TOTAL-MISSING TO WS-SCORE-MISS
           PERFORM COMPUTE-SCORE
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'ALL' TO WS-RPT-LINE(3:3)
           MOVE WS-TOTAL-EMPLOYEES TO WS-SMALL-DISPLAY
           MOVE WS-SMALL-DISPLAY TO WS-RPT-LINE(11:6)
           MOVE WS-TOTAL-COMPLETE TO WS-SMALL-DISPLAY
           MOVE WS-SMALL-DISPLAY TO WS-RPT-LINE(20:6)
           MOVE WS-TOTAL-REQUIRED TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO WS-RPT-LINE(27:7)
           MOVE WS-TOTAL-MISSING TO WS-SMALL-DISPLAY
           MOVE WS-SMALL-DISPLAY TO WS-RPT-LINE(36:6)
           MOVE WS-TOTAL-OVERDUE TO WS-SMALL-DISPLAY
           MOVE WS-SMALL-DISPLAY TO WS-RPT-LINE(44:6)
           MOVE WS-SCORE TO WS-SCORE-DISPLAY
           MOVE WS-SCORE-DISPLAY TO WS-RPT-LINE(52:5)
           PERFORM EMIT-PRINT-LINE
           .

       PRINT-ONE-DEPARTMENT.
           MOVE WS-DT-REQUIRED(WS-DEPT-IDX) TO WS-SCORE-REQ
           MOVE WS-DT-MISSING(WS-DEPT-IDX) TO WS-SCORE-MISS
           PERFORM COMPUTE-SCORE

           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-DT-COMPANY(WS-DEPT-IDX) TO WS-RPT-LINE(3:2)
           MOVE WS-DT-DEPT-ID(WS-DEPT-IDX) TO WS-RPT-LINE(6:6)
           MOVE WS-DT-EMPLOYEES(WS-DEPT-IDX) TO WS-SMALL-DISPLAY
           MOVE WS-SMALL-DISPLAY TO WS-RPT-LINE(11:6)
           MOVE WS-DT-COMPLETE(WS-DEPT-IDX) TO WS-SMALL-DISPLAY
           MOVE WS-SMALL-DISPLAY TO WS-RPT-LINE(20:6)
           MOVE WS-DT-REQUIRED(WS-DEPT-IDX) TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO WS-RPT-LINE(27:7)
           MOVE WS-DT-MISSING(WS-DEPT-IDX) TO WS-SMALL-DISPLAY
           MOVE WS-SMALL-DISPLAY TO WS-RPT-LINE(36:6)
           MOVE WS-DT-OVERDUE(WS-DEPT-IDX) TO WS-SMALL-DISPLAY
           MOVE WS-SMALL-DISPLAY TO WS-RPT-LINE(44:6)
           MOVE WS-SCORE TO WS-SCORE-DISPLAY
           MOVE WS-SCORE-DISPLAY TO WS-RPT-LINE(52:5)

           IF WS-DT-PRIOR-REQ(WS-DEPT-IDX) > 0
               MOVE WS-SCORE TO WS-PRIOR-SCORE
               MOVE WS-DT-PRIOR-REQ(WS-DEPT-IDX) TO WS-SCORE-REQ
               MOVE WS-DT-PRIOR-MISS(WS-DEPT-IDX) TO WS-SCORE-MISS
               PERFORM COMPUTE-SCORE
               COMPUTE WS-SCORE-MOVE = WS-PRIOR-SCORE - WS-SCORE
               MOVE WS-SCORE TO WS-SCORE-DISPLAY
               MOVE WS-SCORE-DISPLAY TO WS-RPT-LINE(59:5)
               MOVE WS-SCORE-MOVE TO WS-MOVE-DISPLAY
               MOVE WS-MOVE-DISPLAY TO WS-RPT-LINE(65:6)
           ELSE
               MOVE 'NEW' TO WS-RPT-LINE(61:3)
           END-IF
           PERFORM EMIT-PRINT-LINE
           .

      * COMPUTE-SCORE: WS-SCORE is the percentage of WS-SCORE-REQ
      * items not in WS-SCORE-MISS; nothing required scores 100.
       COMPUTE-SCORE.
           IF WS-SCORE-REQ = 0
               MOVE 100 TO WS-SCORE
           ELSE
               COMPUTE WS-SCORE ROUNDED =
                   (WS-SCORE-REQ - WS-SCORE-MISS) * 100 / WS-SCORE-REQ
           END-IF
           .

       PRINT-OWNER-SUMMARY.
           PERFORM EMIT-PRINT-LINE
           MOVE 'MISSING ITEMS BY OWNING TEAM' TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE 'H' TO WS-OWNER-CODE
           PERFORM PRINT-ONE-OWNER
           MOVE 'P' TO WS-OWNER-CODE
           PERFORM PRINT-ONE-OWNER
           MOVE 'E' TO WS-OWNER-CODE
           PERFORM PRINT-ONE-OWNER
           .

       PRINT-ONE-OWNER.
           PERFORM SET-OWNER-TEXT
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-OWNER-TEXT TO WS-RPT-LINE(3:8)
           MOVE WS-OW-MISSING(WS-OWNER-IDX) TO WS-SMALL-DISPLAY
           MOVE WS-SMALL-DISPLAY TO WS-RPT-LINE(12:6)
           MOVE 'MISSING' TO WS-RPT-LINE(19:7)
           MOVE WS-OW-OVERDUE(WS-OWNER-IDX) TO WS-SMALL-DISPLAY
           MOVE WS-SMALL-DISPLAY TO WS-RPT-LINE(28:6)
           MOVE 'OVERDUE' TO WS-RPT-LINE(35:7)
           PERFORM EMIT-PRINT-LINE
           .

      * PRINT-MONTHLY-TREND: The company-wide score month by month -
      * the latest run of each month, this run for this month.
       PRINT-MONTHLY-TREND.
           SET WS-TREND-IDX TO 12
           MOVE WS-ASOF TO WS-TR-ASOF(WS-TREND-IDX)
           MOVE WS-TOTAL-REQUIRED TO WS-TR-REQUIRED(WS-TREND-IDX)
           MOVE WS-TOTAL-MISSING TO WS-TR-MISSING(WS-TREND-IDX)

           PERFORM EMIT-PRINT-LINE
           MOVE 'COMPLETENESS TREND (LATEST RUN EACH MONTH)'
               TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           PERFORM PRINT-ONE-TREND-MONTH
               VARYING WS-TREND-IDX FROM 1 BY 1
               UNTIL WS-TREND-IDX > 12
           .

       PRINT-ONE-TREND-MONTH.
           IF WS-TR-ASOF(WS-TREND-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TR-REQUIRED(WS-TREND-IDX) TO WS-SCORE-REQ
           MOVE WS-TR-MISSING(WS-TREND-IDX) TO WS-SCORE-MISS
           PERFORM COMPUTE-SCORE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-TR-ASOF(WS-TREND-IDX) TO WS-RPT-LINE(3:8)
           MOVE WS-TR-MISSING(WS-TREND-IDX) TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO WS-RPT-LINE(13:7)
           MOVE 'MISSING' TO WS-RPT-LINE(21:7)
           MOVE WS-SCORE TO WS-SCORE-DISPLAY
           MOVE WS-SCORE-DISPLAY TO WS-RPT-LINE(30:5)
           MOVE '%' TO WS-RPT-LINE(35:1)
           PERFORM EMIT-PRINT-LINE
           .

      * APPEND-HISTORY: This run's department scores onto the
      * history, the next run's trend.
       APPEND-HISTORY.
           OPEN EXTEND HISTORY-FILE
           IF HIST-FILE-NOT-FOUND
               CLOSE HISTORY-FILE
               OPEN OUTPUT HISTORY-FILE
           END-IF
           IF NOT HIST-FILE-OK
               DISPLAY 'WARNING: Cannot write scorecard history'
               EXIT PARAGRAPH
           END-IF

           PERFORM APPEND-ONE-HISTORY-LINE
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT

           CLOSE HISTORY-FILE
           .

       APPEND-ONE-HISTORY-LINE.
           MOVE SPACES TO HISTORY-RECORD
           MOVE WS-ASOF TO MDH-ASOF-DATE
           MOVE WS-RUN-TS TO MDH-RUN-TS
           MOVE WS-DT-COMPANY(WS-DEPT-IDX) TO MDH-COMPANY
           MOVE WS-DT-DEPT-ID(WS-DEPT-IDX) TO MDH-DEPT-ID
           MOVE WS-DT-EMPLOYEES(WS-DEPT-IDX) TO MDH-EMPLOYEES
           MOVE WS-DT-COMPLETE(WS-DEPT-IDX) TO MDH-COMPLETE
           MOVE WS-DT-REQUIRED(WS-DEPT-IDX) TO MDH-REQUIRED
           MOVE WS-DT-MISSING(WS-DEPT-IDX) TO MDH-MISSING
           MOVE WS-DT-OVERDUE(WS-DEPT-IDX) TO MDH-OVERDUE
           WRITE HISTORY-RECORD
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

       END PROGRAM MDSCORE.
