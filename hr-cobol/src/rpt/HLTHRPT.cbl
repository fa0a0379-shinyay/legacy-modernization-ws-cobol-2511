       IDENTIFICATION DIVISION.
       PROGRAM-ID. HLTHRPT.
      ******************************************************************
      * HLTHRPT - Health Check Compliance and Annual Results Summary
      * Purpose: For one fiscal year (April to March), lists every
      *          in-service employee whose statutory health check is
      *          unscheduled or overdue as of the run date - with the
      *          night worker's second check and any physician
      *          interview still owed for a month past the 80-hour
      *          line - grouped by establishment (LOCATION-CODE) and
      *          department, then closes with the per-establishment
      *          summary of results the labor standards office takes:
      *          employees in service, examined, with findings,
      *          follow-up required, night workers and their second
      *          checks, long-hours months and interviews held.
      *          Only the findings flag HLTH-SVC keeps on the health
      *          check record is read - never the restricted result
      *          detail.
      * Input: hr-cobol/data/employees.dat
      *        hr-cobol/data/healthchk.dat
      * Output: hr-cobol/data/reports/HLTHRPT.rpt (via RPT-PRINT)
      * Parm: HLTHRPT_FY environment variable (fiscal year YYYY,
      *       default the fiscal year holding today)
      *       HLTHRPT_ASOF environment variable (YYYYMMDD overdue
      *       cut-off, default today)
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE
               ASSIGN TO 'hr-cobol/data/employees.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT HEALTH-FILE
               ASSIGN TO 'hr-cobol/data/healthchk.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD         PIC X(1000).

       FD  HEALTH-FILE.
       01  HEALTH-RECORD           PIC X(400).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'HLTHRPT'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

       01  WS-EMP-FILE-STATUS      PIC XX.
           88  EMP-FILE-OK             VALUE '00'.
           88  EMP-FILE-EOF            VALUE '10'.
           88  EMP-FILE-NOT-FOUND      VALUE '35'.
       01  WS-HCK-FILE-STATUS      PIC XX.
           88  HCK-FILE-OK             VALUE '00'.
           88  HCK-FILE-EOF            VALUE '10'.
           88  HCK-FILE-NOT-FOUND      VALUE '35'.

       01  WS-EMP-REC.
           COPY employee REPLACING ==05== BY ==10==.
       01  WS-HCK-REC.
           COPY healthchk REPLACING ==05== BY ==10==.

      * Print-file plumbing
       01  WS-RPT-OP               PIC X.
       01  WS-RPT-NAME             PIC X(8)  VALUE 'HLTHRPT'.
       01  WS-RPT-TITLE            PIC X(40)
           VALUE 'HEALTH CHECK COMPLIANCE AND RESULTS'.
       01  WS-RPT-OPERATOR         PIC X(16).
       01  WS-RPT-LINE             PIC X(100).
       01  WS-RPT-STATUS           PIC 9.

       01  WS-ENV-FY               PIC X(10).
       01  WS-ENV-ASOF             PIC X(10).
       01  WS-FY                   PIC 9(4) VALUE 0.
       01  WS-ASOF                 PIC 9(8) VALUE 0.
       01  WS-TODAY                PIC 9(8).
       01  WS-TODAY-YEAR           PIC 9(4).
       01  WS-TODAY-MMDD           PIC 9(4).
       01  WS-FY-END               PIC 9(8).

      * Every in-service employee (current version, not terminated),
      * in EMP-ID order, with the year's health check folded on
       78  MAX-HC-EMPS             VALUE 5000.
       01  WS-EMP-COUNT            PIC 9(5) VALUE 0.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-EMP-COUNT
                   ASCENDING KEY IS WS-ET-EMP-ID
                   INDEXED BY WS-EMP-IDX.
               10  WS-ET-EMP-ID    PIC 9(9).
               10  WS-ET-LOCATION  PIC X(4).
               10  WS-ET-DEPT      PIC 9(6).
               10  WS-ET-HAS-CHECK PIC X.
                   88  WS-ET-CHECK-ON-FILE VALUE 'Y'.
               10  WS-ET-SCHEDULED PIC 9(8).
               10  WS-ET-COMPLETED PIC 9(8).
               10  WS-ET-NIGHT     PIC X.
                   88  WS-ET-NIGHT-WORKER  VALUE 'Y'.
               10  WS-ET-SECOND-SCHED PIC 9(8).
               10  WS-ET-SECOND-DONE PIC 9(8).
               10  WS-ET-FOLLOW-UP PIC X.
                   88  WS-ET-FOLLOW-UP-REQ VALUE 'Y'.
               10  WS-ET-RESULT    PIC X.
                   88  WS-ET-FINDINGS      VALUE 'F'.
               10  WS-ET-LH-MONTHS PIC 9(2).
               10  WS-ET-LH-HELD   PIC 9(2).
               10  WS-ET-LH-PENDING PIC 9(2).
       01  WS-FOUND-SW             PIC X.
           88  EMP-ENTRY-FOUND         VALUE 'Y'.
           88  EMP-ENTRY-NOT-FOUND     VALUE 'N'.
       01  WS-SLOT                 PIC 9(2).

      * Print order - establishment, department, EMP-ID
       01  WS-ORDER-COUNT          PIC 9(5) VALUE 0.
       01  WS-ORDER-LIST           PIC 9(5) OCCURS 5000 TIMES.
       01  WS-ORDER-IDX            PIC 9(5).
       01  WS-SORT-I               PIC 9(5).
       01  WS-SORT-J               PIC 9(5).
       01  WS-SORT-MIN-IDX         PIC 9(5).
       01  WS-SORT-TEMP            PIC 9(5).
       01  WS-SORT-KEY-J           PIC X(19).
       01  WS-SORT-KEY-MIN         PIC X(19).
       01  WS-LAST-LOCATION        PIC X(4).
       01  WS-LAST-DEPT            PIC 9(6).
       01  WS-FIRST-GROUP-SW       PIC X.
           88  FIRST-GROUP             VALUE 'Y'.

      * Per-establishment results summary
       78  MAX-HC-LOCS             VALUE 200.
       01  WS-LOC-COUNT            PIC 9(3) VALUE 0.
       01  WS-LOC-TABLE.
           05  WS-LOC-ENTRY OCCURS 201 TIMES
                   INDEXED BY WS-LOC-IDX.
               10  WS-LT-LOCATION  PIC X(4).
               10  WS-LT-IN-SERVICE PIC 9(5).
               10  WS-LT-EXAMINED  PIC 9(5).
               10  WS-LT-FINDINGS  PIC 9(5).
               10  WS-LT-FOLLOW-UP PIC 9(5).
               10  WS-LT-NIGHT     PIC 9(5).
               10  WS-LT-SECOND-DONE PIC 9(5).
               10  WS-LT-LH-MONTHS PIC 9(5).
               10  WS-LT-LH-HELD   PIC 9(5).
      * The last slot carries the all-establishment total
       01  WS-TOTAL-SLOT           PIC 9(3) VALUE 201.

      * One employee's exceptions
       01  WS-EXCEPTION-TEXT       PIC X(60).
       01  WS-EXCEPTION-PTR        PIC 9(3).
       01  WS-EXCEPTION-SW         PIC X.
           88  HAS-EXCEPTION           VALUE 'Y'.
           88  NO-EXCEPTION            VALUE 'N'.

       01  WS-EMP-ID-DISPLAY       PIC 9(9).
       01  WS-DEPT-DISPLAY         PIC Z(5)9.
       01  WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.
       01  WS-CNT-1                PIC ZZ,ZZ9.
       01  WS-CNT-2                PIC ZZ,ZZ9.
       01  WS-CNT-3                PIC ZZ,ZZ9.
       01  WS-CNT-4                PIC ZZ,ZZ9.
       01  WS-LOC-DISPLAY          PIC X(4).
       01  WS-LISTED-COUNT         PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'HLTHRPT - Health Check Compliance v' WS-VERSION

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           DIVIDE WS-TODAY BY 10000
               GIVING WS-TODAY-YEAR REMAINDER WS-TODAY-MMDD

           ACCEPT WS-ENV-FY FROM ENVIRONMENT 'HLTHRPT_FY'
           IF WS-ENV-FY(1:4) IS NUMERIC
               MOVE WS-ENV-FY(1:4) TO WS-FY
           END-IF
           IF WS-FY = 0
               IF WS-TODAY-MMDD >= 0401
                   MOVE WS-TODAY-YEAR TO WS-FY
               ELSE
                   COMPUTE WS-FY = WS-TODAY-YEAR - 1
               END-IF
           END-IF
           COMPUTE WS-FY-END = (WS-FY + 1) * 10000 + 0331

           ACCEPT WS-ENV-ASOF FROM ENVIRONMENT 'HLTHRPT_ASOF'
           IF WS-ENV-ASOF(1:8) IS NUMERIC
               MOVE WS-ENV-ASOF(1:8) TO WS-ASOF
           END-IF
           IF WS-ASOF = 0
               MOVE WS-TODAY TO WS-ASOF
           END-IF

           DISPLAY 'Fiscal year ' WS-FY ' as of ' WS-ASOF

           PERFORM LOAD-EMPLOYEES
           PERFORM LOAD-HEALTH-CHECKS
           PERFORM BUILD-PRINT-ORDER

           PERFORM OPEN-PRINT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'FISCAL YEAR ' WS-FY '  AS OF ' WS-ASOF
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE 'UNSCHEDULED OR OVERDUE HEALTH CHECKS' TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           SET FIRST-GROUP TO TRUE
           MOVE SPACES TO WS-LAST-LOCATION
           MOVE 0 TO WS-LAST-DEPT
           PERFORM PRINT-ONE-EMPLOYEE
               VARYING WS-ORDER-IDX FROM 1 BY 1
               UNTIL WS-ORDER-IDX > WS-ORDER-COUNT

           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-LISTED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'EMPLOYEES LISTED ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           PERFORM PRINT-RESULTS-SUMMARY
           PERFORM CLOSE-PRINT-FILE

           MOVE WS-LISTED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Unscheduled or overdue: ' WS-COUNT-DISPLAY
           IF WS-LISTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      * LOAD-EMPLOYEES: The current version of everyone still in
      * service; the live file arrives in EMP-ID order, which keeps
      * the table in the key order SEARCH ALL needs.
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
                       IF VALID-TO OF WS-EMP-REC = OPEN-ENDED-DATE
                               AND NOT TERMINATED OF WS-EMP-REC
                               AND HIRE-DATE OF WS-EMP-REC
                                   NOT > WS-FY-END
                           PERFORM TAKE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EMPLOYEE-FILE
           .

       TAKE-EMPLOYEE.
           IF WS-EMP-COUNT >= MAX-HC-EMPS
               DISPLAY 'WARNING: employee table full - EMP '
                   EMP-ID OF WS-EMP-REC ' not listed'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EMP-COUNT
           SET WS-EMP-IDX TO WS-EMP-COUNT
           INITIALIZE WS-EMP-ENTRY(WS-EMP-IDX)
           MOVE EMP-ID OF WS-EMP-REC TO WS-ET-EMP-ID(WS-EMP-IDX)
           MOVE LOCATION-CODE OF WS-EMP-REC
               TO WS-ET-LOCATION(WS-EMP-IDX)
           MOVE DEPT-ID OF WS-EMP-REC TO WS-ET-DEPT(WS-EMP-IDX)
           .

      * LOAD-HEALTH-CHECKS: The fiscal year's health check records,
      * each folded onto its employee's entry.
       LOAD-HEALTH-CHECKS.
           OPEN INPUT HEALTH-FILE
           IF HCK-FILE-NOT-FOUND
               DISPLAY 'No health check records on file.'
               EXIT PARAGRAPH
           END-IF
           IF NOT HCK-FILE-OK
               DISPLAY 'ERROR: Cannot open health check file.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL HCK-FILE-EOF
               READ HEALTH-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE HEALTH-RECORD TO WS-HCK-REC
                       IF CHECK-FY OF WS-HCK-REC = WS-FY
                           PERFORM FOLD-HEALTH-CHECK
                       END-IF
               END-READ
           END-PERFORM

           CLOSE HEALTH-FILE
           .

       FOLD-HEALTH-CHECK.
           SET EMP-ENTRY-NOT-FOUND TO TRUE
           IF WS-EMP-COUNT > 0
               SEARCH ALL WS-EMP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ET-EMP-ID(WS-EMP-IDX)
                           = EMP-ID OF WS-HCK-REC
                       SET EMP-ENTRY-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF EMP-ENTRY-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-ET-HAS-CHECK(WS-EMP-IDX)
           MOVE CHECK-SCHEDULED OF WS-HCK-REC
               TO WS-ET-SCHEDULED(WS-EMP-IDX)
           MOVE CHECK-COMPLETED OF WS-HCK-REC
               TO WS-ET-COMPLETED(WS-EMP-IDX)
           MOVE NIGHT-WORKER-FLAG OF WS-HCK-REC
               TO WS-ET-NIGHT(WS-EMP-IDX)
           MOVE SECOND-SCHEDULED OF WS-HCK-REC
               TO WS-ET-SECOND-SCHED(WS-EMP-IDX)
           MOVE SECOND-COMPLETED OF WS-HCK-REC
               TO WS-ET-SECOND-DONE(WS-EMP-IDX)
           MOVE FOLLOW-UP-FLAG OF WS-HCK-REC
               TO WS-ET-FOLLOW-UP(WS-EMP-IDX)
           MOVE RESULT-FLAG OF WS-HCK-REC TO WS-ET-RESULT(WS-EMP-IDX)
           MOVE 0 TO WS-ET-LH-MONTHS(WS-EMP-IDX)
           MOVE 0 TO WS-ET-LH-HELD(WS-EMP-IDX)
           MOVE 0 TO WS-ET-LH-PENDING(WS-EMP-IDX)
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 12
               IF LH-FLAGGED OF WS-HCK-REC(WS-SLOT)
                   ADD 1 TO WS-ET-LH-MONTHS(WS-EMP-IDX)
                   IF LH-INTERVIEW-DATE OF WS-HCK-REC(WS-SLOT) > 0
                       ADD 1 TO WS-ET-LH-HELD(WS-EMP-IDX)
                   ELSE
                       ADD 1 TO WS-ET-LH-PENDING(WS-EMP-IDX)
                   END-IF
               END-IF
           END-PERFORM
           .

      * BUILD-PRINT-ORDER: Every employee, ordered by establishment,
      * department and EMP-ID; each is also counted into its
      * establishment's summary here.
       BUILD-PRINT-ORDER.
           MOVE 0 TO WS-ORDER-COUNT
           INITIALIZE WS-LOC-ENTRY(WS-TOTAL-SLOT)
           MOVE 'ALL' TO WS-LT-LOCATION(WS-TOTAL-SLOT)
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > WS-EMP-COUNT
               ADD 1 TO WS-ORDER-COUNT
               MOVE WS-SORT-I TO WS-ORDER-LIST(WS-ORDER-COUNT)
               SET WS-EMP-IDX TO WS-SORT-I
               PERFORM COUNT-INTO-SUMMARY
           END-PERFORM

           PERFORM SORT-ORDER-PASS
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I > WS-ORDER-COUNT
           .

       COUNT-INTO-SUMMARY.
           SET WS-LOC-IDX TO 1
           IF WS-LOC-COUNT > 0
               SEARCH WS-LOC-ENTRY
                   AT END
                       PERFORM ADD-NEW-LOCATION
                   WHEN WS-LOC-IDX > WS-LOC-COUNT
                       PERFORM ADD-NEW-LOCATION
                   WHEN WS-LT-LOCATION(WS-LOC-IDX)
                           = WS-ET-LOCATION(WS-EMP-IDX)
                       CONTINUE
               END-SEARCH
           ELSE
               PERFORM ADD-NEW-LOCATION
           END-IF
      *    A full table still counts the employee into the total
           IF WS-LOC-IDX NOT = WS-TOTAL-SLOT
               PERFORM ADD-EMP-TO-LOC
           END-IF
           SET WS-LOC-IDX TO WS-TOTAL-SLOT
           PERFORM ADD-EMP-TO-LOC
           .

       ADD-NEW-LOCATION.
           IF WS-LOC-COUNT >= MAX-HC-LOCS
               SET WS-LOC-IDX TO WS-TOTAL-SLOT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LOC-COUNT
           SET WS-LOC-IDX TO WS-LOC-COUNT
           INITIALIZE WS-LOC-ENTRY(WS-LOC-IDX)
           MOVE WS-ET-LOCATION(WS-EMP-IDX)
               TO WS-LT-LOCATION(WS-LOC-IDX)
           .

       ADD-EMP-TO-LOC.
           ADD 1 TO WS-LT-IN-SERVICE(WS-LOC-IDX)
           IF WS-ET-COMPLETED(WS-EMP-IDX) > 0
               ADD 1 TO WS-LT-EXAMINED(WS-LOC-IDX)
           END-IF
           IF WS-ET-FINDINGS(WS-EMP-IDX)
               ADD 1 TO WS-LT-FINDINGS(WS-LOC-IDX)
           END-IF
           IF WS-ET-FOLLOW-UP-REQ(WS-EMP-IDX)
               ADD 1 TO WS-LT-FOLLOW-UP(WS-LOC-IDX)
           END-IF
           IF WS-ET-NIGHT-WORKER(WS-EMP-IDX)
               ADD 1 TO WS-LT-NIGHT(WS-LOC-IDX)
               IF WS-ET-SECOND-DONE(WS-EMP-IDX) > 0
                   ADD 1 TO WS-LT-SECOND-DONE(WS-LOC-IDX)
               END-IF
           END-IF
           ADD WS-ET-LH-MONTHS(WS-EMP-IDX)
               TO WS-LT-LH-MONTHS(WS-LOC-IDX)
           ADD WS-ET-LH-HELD(WS-EMP-IDX) TO WS-LT-LH-HELD(WS-LOC-IDX)
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
                  WS-ET-DEPT(WS-SORT-TEMP)
                  WS-ET-EMP-ID(WS-SORT-TEMP)
               DELIMITED BY SIZE INTO WS-SORT-KEY-J
           MOVE WS-ORDER-LIST(WS-SORT-MIN-IDX) TO WS-SORT-TEMP
           MOVE SPACES TO WS-SORT-KEY-MIN
           STRING WS-ET-LOCATION(WS-SORT-TEMP)
                  WS-ET-DEPT(WS-SORT-TEMP)
                  WS-ET-EMP-ID(WS-SORT-TEMP)
               DELIMITED BY SIZE INTO WS-SORT-KEY-MIN
           IF WS-SORT-KEY-J < WS-SORT-KEY-MIN
               MOVE WS-SORT-J TO WS-SORT-MIN-IDX
           END-IF
           .

      * PRINT-ONE-EMPLOYEE: Gathers the employee's exceptions and,
      * when there are any, prints them under an establishment and
      * department heading.
       PRINT-ONE-EMPLOYEE.
           SET WS-EMP-IDX TO WS-ORDER-LIST(WS-ORDER-IDX)
           PERFORM BUILD-EXCEPTIONS
           IF NO-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           IF FIRST-GROUP
                   OR WS-ET-LOCATION(WS-EMP-IDX) NOT = WS-LAST-LOCATION
                   OR WS-ET-DEPT(WS-EMP-IDX) NOT = WS-LAST-DEPT
               MOVE 'N' TO WS-FIRST-GROUP-SW
               MOVE WS-ET-LOCATION(WS-EMP-IDX) TO WS-LAST-LOCATION
               MOVE WS-ET-DEPT(WS-EMP-IDX) TO WS-LAST-DEPT
               MOVE WS-ET-LOCATION(WS-EMP-IDX) TO WS-LOC-DISPLAY
               IF WS-LOC-DISPLAY = SPACES
                   MOVE '----' TO WS-LOC-DISPLAY
               END-IF
               MOVE WS-ET-DEPT(WS-EMP-IDX) TO WS-DEPT-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
               STRING 'ESTABLISHMENT ' WS-LOC-DISPLAY
                      '  DEPT ' WS-DEPT-DISPLAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-IF

           ADD 1 TO WS-LISTED-COUNT
           MOVE WS-ET-EMP-ID(WS-EMP-IDX) TO WS-EMP-ID-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING '  EMP ' WS-EMP-ID-DISPLAY '  '
                  WS-EXCEPTION-TEXT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

      * BUILD-EXCEPTIONS: What the employee still owes for the year
      * as of the cut-off - the annual check unscheduled or past its
      * date, a night worker's second check the same, and any
      * flagged month's interview not yet held.
       BUILD-EXCEPTIONS.
           SET NO-EXCEPTION TO TRUE
           MOVE SPACES TO WS-EXCEPTION-TEXT
           MOVE 1 TO WS-EXCEPTION-PTR

           IF WS-ET-COMPLETED(WS-EMP-IDX) = 0
               IF WS-ET-SCHEDULED(WS-EMP-IDX) = 0
                   STRING 'UNSCHEDULED ' DELIMITED BY SIZE
                       INTO WS-EXCEPTION-TEXT
                       WITH POINTER WS-EXCEPTION-PTR
                   SET HAS-EXCEPTION TO TRUE
               ELSE
                   IF WS-ET-SCHEDULED(WS-EMP-IDX) < WS-ASOF
                       STRING 'OVERDUE ' DELIMITED BY SIZE
                           INTO WS-EXCEPTION-TEXT
                           WITH POINTER WS-EXCEPTION-PTR
                       SET HAS-EXCEPTION TO TRUE
                   END-IF
               END-IF
           END-IF

           IF WS-ET-NIGHT-WORKER(WS-EMP-IDX)
                   AND WS-ET-SECOND-DONE(WS-EMP-IDX) = 0
               IF WS-ET-SECOND-SCHED(WS-EMP-IDX) = 0
                   STRING '2ND-UNSCHEDULED ' DELIMITED BY SIZE
                       INTO WS-EXCEPTION-TEXT
                       WITH POINTER WS-EXCEPTION-PTR
                   SET HAS-EXCEPTION TO TRUE
               ELSE
                   IF WS-ET-SECOND-SCHED(WS-EMP-IDX) < WS-ASOF
                       STRING '2ND-OVERDUE ' DELIMITED BY SIZE
                           INTO WS-EXCEPTION-TEXT
                           WITH POINTER WS-EXCEPTION-PTR
                       SET HAS-EXCEPTION TO TRUE
                   END-IF
               END-IF
           END-IF

           IF WS-ET-LH-PENDING(WS-EMP-IDX) > 0
               STRING 'INTERVIEW-PENDING ' DELIMITED BY SIZE
                   INTO WS-EXCEPTION-TEXT
                   WITH POINTER WS-EXCEPTION-PTR
               SET HAS-EXCEPTION TO TRUE
           END-IF
           .

      * PRINT-RESULTS-SUMMARY: The annual results per establishment
      * and for every establishment together.
       PRINT-RESULTS-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE 'ANNUAL HEALTH CHECK RESULTS BY ESTABLISHMENT'
               TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ESTB IN-SVC EXAMND FINDNG FOLLUP'
                  '  NIGHT 2ND-DN LH-MOS INTVWS'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           PERFORM PRINT-ONE-LOCATION
               VARYING WS-LOC-IDX FROM 1 BY 1
               UNTIL WS-LOC-IDX > WS-LOC-COUNT
           SET WS-LOC-IDX TO WS-TOTAL-SLOT
           PERFORM PRINT-ONE-LOCATION
           .

       PRINT-ONE-LOCATION.
           MOVE WS-LT-LOCATION(WS-LOC-IDX) TO WS-LOC-DISPLAY
           IF WS-LOC-DISPLAY = SPACES
               MOVE '----' TO WS-LOC-DISPLAY
           END-IF
           MOVE WS-LT-IN-SERVICE(WS-LOC-IDX) TO WS-CNT-1
           MOVE WS-LT-EXAMINED(WS-LOC-IDX) TO WS-CNT-2
           MOVE WS-LT-FINDINGS(WS-LOC-IDX) TO WS-CNT-3
           MOVE WS-LT-FOLLOW-UP(WS-LOC-IDX) TO WS-CNT-4
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-LOC-DISPLAY ' ' WS-CNT-1 ' ' WS-CNT-2
                  ' ' WS-CNT-3 ' ' WS-CNT-4
               DELIMITED BY SIZE INTO WS-RPT-LINE
           MOVE WS-LT-NIGHT(WS-LOC-IDX) TO WS-CNT-1
           MOVE WS-LT-SECOND-DONE(WS-LOC-IDX) TO WS-CNT-2
           MOVE WS-LT-LH-MONTHS(WS-LOC-IDX) TO WS-CNT-3
           MOVE WS-LT-LH-HELD(WS-LOC-IDX) TO WS-CNT-4
           STRING ' ' WS-CNT-1 ' ' WS-CNT-2 ' ' WS-CNT-3
                  ' ' WS-CNT-4
               DELIMITED BY SIZE INTO WS-RPT-LINE(33:)
           PERFORM EMIT-PRINT-LINE
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

       END PROGRAM HLTHRPT.
