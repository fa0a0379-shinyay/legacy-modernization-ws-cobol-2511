       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLEXBAL.
      ******************************************************************
      * FLEXBAL - Flextime Hours Bank Balance Report
      * Purpose: Mid-period balance for supervisors - for every
      *          active employee on a flextime schedule pattern, the
      *          settlement period's hours bank brought up to the
      *          as-of date through FLEX-SVC: required hours for the
      *          whole period and for the business days so far, any
      *          shortfall carried in, the timecard hours worked and
      *          the surplus or deficit so far. Hours already past
      *          the period's legal framework are flagged OVER FRAME
      *          (they will settle as overtime). Listed by department
      *          with the department name from its currently-
      *          effective row.
      * Input: hr-cobol/data/employees.dat
      *        hr-cobol/data/departments.dat
      *        schedule patterns via SCHED-SVC
      *        hours banks via FLEX-SVC
      * Output: hr-cobol/data/reports/FLEXBAL.rpt (via RPT-PRINT)
      * Parm: FLEXBAL_ASOF environment variable (YYYYMMDD, default
      *       today)
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE
               ASSIGN TO 'hr-cobol/data/employees.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT DEPARTMENT-FILE
               ASSIGN TO 'hr-cobol/data/departments.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD         PIC X(1000).

       FD  DEPARTMENT-FILE.
       01  DEPARTMENT-RECORD       PIC X(1000).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'FLEXBAL'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

       01  WS-EMP-FILE-STATUS      PIC XX.
           88  EMP-FILE-OK             VALUE '00'.
           88  EMP-FILE-EOF            VALUE '10'.
           88  EMP-FILE-NOT-FOUND      VALUE '35'.

       01  WS-DEPT-FILE-STATUS     PIC XX.
           88  DEPT-FILE-OK            VALUE '00'.
           88  DEPT-FILE-EOF           VALUE '10'.
           88  DEPT-FILE-NOT-FOUND     VALUE '35'.

       01  WS-EMP-REC.
           COPY employee REPLACING ==05== BY ==10==.

       01  WS-LOAD-DEPT-REC.
           COPY department REPLACING ==05== BY ==10==.

      * Working storage for SCHED-SVC and FLEX-SVC calls
           COPY sched-req.
           COPY sched-res.
           COPY flex-req.
           COPY flex-res.

      * Print-file plumbing
       01  WS-RPT-OP               PIC X.
       01  WS-RPT-NAME             PIC X(8)  VALUE 'FLEXBAL'.
       01  WS-RPT-TITLE            PIC X(40)
           VALUE 'FLEXTIME HOURS BANK BALANCE'.
       01  WS-RPT-OPERATOR         PIC X(16).
       01  WS-RPT-LINE             PIC X(100).
       01  WS-RPT-STATUS           PIC 9.

       01  WS-ENV-ASOF             PIC X(10).
       01  WS-ASOF-DATE            PIC 9(8) VALUE 0.

      * The latest version of every employee (the file arrives in
      * EMP-ID + VALID-FROM order)
       78  MAX-FLEX-EMPS           VALUE 5000.
       01  WS-EMP-COUNT            PIC 9(5) VALUE 0.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-EMP-IDX.
               10  WS-ET-EMP-ID    PIC 9(9).
               10  WS-ET-DEPT-ID   PIC 9(6).
               10  WS-ET-LAST-NAME PIC X(30).
               10  WS-ET-FIRST-NAME PIC X(30).
               10  WS-ET-STATUS    PIC X.
                   88  WS-ET-TERMINATED    VALUE 'T'.
               10  WS-ET-PATTERN   PIC X(4).

      * Currently-effective departments
       78  MAX-FLEX-DEPTS          VALUE 500.
       01  WS-DEPT-COUNT           PIC 9(5) VALUE 0.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-DEPT-IDX.
               10  WS-DT-DEPT-ID   PIC 9(6).
               10  WS-DT-DEPT-NAME PIC X(50).
       01  WS-DEPT-NAME            PIC X(30).

      * Schedule patterns looked up so far - whether each is an
      * active flextime pattern
       78  MAX-FLEX-PATTERNS       VALUE 200.
       01  WS-PAT-COUNT            PIC 9(3) VALUE 0.
       01  WS-PAT-TABLE.
           05  WS-PAT-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-PAT-IDX.
               10  WS-PT-CODE      PIC X(4).
               10  WS-PT-FLEX      PIC X.
                   88  WS-PT-IS-FLEX       VALUE 'Y'.
       01  WS-PAT-FOUND-SW         PIC X.
           88  PAT-CACHED              VALUE 'Y'.
           88  PAT-NOT-CACHED          VALUE 'N'.

      * One row per flextime employee with a bank
       78  MAX-FLEX-ROWS           VALUE 2000.
       01  WS-ROW-COUNT            PIC 9(5) VALUE 0.
       01  WS-ROW-TABLE.
           05  WS-ROW-ENTRY OCCURS 2000 TIMES.
               10  WS-RT-EMP-SUB   PIC 9(5).
               10  WS-RT-FROM      PIC 9(6).
               10  WS-RT-TO        PIC 9(6).
               10  WS-RT-REQUIRED  PIC 9(4)V99.
               10  WS-RT-TO-DATE   PIC 9(4)V99.
               10  WS-RT-CARRIED   PIC 9(4)V99.
               10  WS-RT-WORKED    PIC 9(4)V99.
               10  WS-RT-FRAME     PIC 9(4)V99.
               10  WS-RT-BALANCE   PIC S9(4)V99.
               10  WS-RT-STATUS    PIC X.
                   88  WS-RT-SETTLED       VALUE 'S'.
       01  WS-ROW-IDX              PIC 9(5).

      * Print order - department, then EMP-ID
       01  WS-ORDER-LIST           PIC 9(5) OCCURS 2000 TIMES.
       01  WS-ORDER-IDX            PIC 9(5).
       01  WS-SORT-I               PIC 9(5).
       01  WS-SORT-J               PIC 9(5).
       01  WS-SORT-MIN-IDX         PIC 9(5).
       01  WS-SORT-TEMP            PIC 9(5).
       01  WS-SORT-EMP             PIC 9(5).
       01  WS-SORT-KEY-J           PIC X(15).
       01  WS-SORT-KEY-MIN         PIC X(15).

      * Department break
       01  WS-FIRST-GROUP-SW       PIC X.
           88  FIRST-GROUP             VALUE 'Y'.
       01  WS-LAST-DEPT-ID         PIC 9(6).
       01  WS-DEPT-ROWS            PIC 9(5) VALUE 0.
       01  WS-DEPT-DEFICITS        PIC 9(5) VALUE 0.
       01  WS-DEPT-BALANCE         PIC S9(6)V99 VALUE 0.

       01  WS-SURPLUS-COUNT        PIC 9(5) VALUE 0.
       01  WS-DEFICIT-COUNT        PIC 9(5) VALUE 0.
       01  WS-OVER-FRAME-COUNT     PIC 9(5) VALUE 0.
       01  WS-FLAG                 PIC X(7).
       01  WS-FRAME-FLAG           PIC X(10).

       01  WS-EMP-ID-DISPLAY       PIC 9(9).
       01  WS-DEPT-ID-DISPLAY      PIC 9(6).
       01  WS-NAME-DISPLAY         PIC X(15).
       01  WS-REQ-DISPLAY          PIC ZZZ9.99.
       01  WS-TO-DATE-DISPLAY      PIC ZZZ9.99.
       01  WS-CARRIED-DISPLAY      PIC ZZZ9.99.
       01  WS-WORKED-DISPLAY       PIC ZZZ9.99.
       01  WS-BALANCE-DISPLAY      PIC -(4)9.99.
       01  WS-DEPT-BAL-DISPLAY     PIC -(6)9.99.
       01  WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.
       01  WS-DEFICIT-DISPLAY      PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'FLEXBAL - Flextime Hours Bank Balance Report v'
               WS-VERSION

           ACCEPT WS-ENV-ASOF FROM ENVIRONMENT 'FLEXBAL_ASOF'
           IF WS-ENV-ASOF(1:8) IS NUMERIC
               MOVE WS-ENV-ASOF(1:8) TO WS-ASOF-DATE
           END-IF
           IF WS-ASOF-DATE < MIN-VALID-DATE
               ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD
           END-IF

           DISPLAY 'Flextime balances as of ' WS-ASOF-DATE

           PERFORM LOAD-EMPLOYEES
           PERFORM LOAD-DEPARTMENTS
           PERFORM COLLECT-FLEX-BALANCES
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
           PERFORM BUILD-PRINT-ORDER

           PERFORM OPEN-PRINT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'AS OF ' WS-ASOF-DATE
                  '  BALANCE = WORKED - REQUIRED TO DATE - CARRIED IN'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           SET FIRST-GROUP TO TRUE
           MOVE 0 TO WS-LAST-DEPT-ID
           PERFORM PRINT-ONE-ROW
               VARYING WS-ORDER-IDX FROM 1 BY 1
               UNTIL WS-ORDER-IDX > WS-ROW-COUNT
           IF NOT FIRST-GROUP
               PERFORM PRINT-DEPARTMENT-FOOTING
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-ROW-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'FLEXTIME EMPLOYEES  ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-SURPLUS-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'IN SURPLUS          ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-DEFICIT-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'IN DEFICIT          ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-OVER-FRAME-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'OVER LEGAL FRAME    ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           PERFORM CLOSE-PRINT-FILE

           MOVE WS-ROW-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Flextime employees: ' WS-COUNT-DISPLAY
           MOVE WS-DEFICIT-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'In deficit:         ' WS-COUNT-DISPLAY
           IF WS-DEFICIT-COUNT > 0 OR WS-OVER-FRAME-COUNT > 0
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

           IF WS-EMP-COUNT >= MAX-FLEX-EMPS
               DISPLAY 'WARNING: employee table full - EMP '
                   EMP-ID OF WS-EMP-REC ' not loaded'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EMP-COUNT
           SET WS-EMP-IDX TO WS-EMP-COUNT
           PERFORM STORE-EMPLOYEE-VERSION
           .

       STORE-EMPLOYEE-VERSION.
           MOVE EMP-ID OF WS-EMP-REC TO WS-ET-EMP-ID(WS-EMP-IDX)
           MOVE DEPT-ID OF WS-EMP-REC TO WS-ET-DEPT-ID(WS-EMP-IDX)
           MOVE LAST-NAME OF WS-EMP-REC TO WS-ET-LAST-NAME(WS-EMP-IDX)
           MOVE FIRST-NAME OF WS-EMP-REC
               TO WS-ET-FIRST-NAME(WS-EMP-IDX)
           MOVE EMP-STATUS OF WS-EMP-REC TO WS-ET-STATUS(WS-EMP-IDX)
           MOVE SCHED-PATTERN-CODE OF WS-EMP-REC
               TO WS-ET-PATTERN(WS-EMP-IDX)
           .

      * LOAD-DEPARTMENTS: The currently-effective row of each
      * department, for the names on the department headings.
       LOAD-DEPARTMENTS.
           MOVE 0 TO WS-DEPT-COUNT

           OPEN INPUT DEPARTMENT-FILE
           IF NOT DEPT-FILE-OK
               DISPLAY 'No department file - names not shown.'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL DEPT-FILE-EOF
                   OR WS-DEPT-COUNT >= MAX-FLEX-DEPTS
               READ DEPARTMENT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DEPARTMENT-RECORD TO WS-LOAD-DEPT-REC
                       IF VALID-TO OF WS-LOAD-DEPT-REC
                               = OPEN-ENDED-DATE
                           ADD 1 TO WS-DEPT-COUNT
                           MOVE DEPT-ID OF WS-LOAD-DEPT-REC
                               TO WS-DT-DEPT-ID(WS-DEPT-COUNT)
                           MOVE DEPT-NAME OF WS-LOAD-DEPT-REC
                               TO WS-DT-DEPT-NAME(WS-DEPT-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DEPARTMENT-FILE
           .

      * COLLECT-FLEX-BALANCES: For each active employee whose
      * pattern is an active flextime pattern, has FLEX-SVC bring
      * the settlement period's bank up to the as-of date.
       COLLECT-FLEX-BALANCES.
           IF WS-ET-TERMINATED(WS-EMP-IDX)
                   OR WS-ET-PATTERN(WS-EMP-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM RESOLVE-PATTERN-FLEX
           IF NOT WS-PT-IS-FLEX(WS-PAT-IDX)
               EXIT PARAGRAPH
           END-IF

           INITIALIZE FLEX-SVC-REQ
           INITIALIZE FLEX-SVC-RES
           SET OP-REFRESH OF FLEX-SVC-REQ TO TRUE
           MOVE WS-PROGRAM-NAME TO USER-ID OF FLEX-SVC-REQ
           MOVE SPACES TO CORR-ID OF FLEX-SVC-REQ
           MOVE WS-ET-EMP-ID(WS-EMP-IDX) TO Q-EMP-ID OF FLEX-SVC-REQ
           MOVE WS-ET-PATTERN(WS-EMP-IDX)
               TO Q-PATTERN-CODE OF FLEX-SVC-REQ
           MOVE WS-ASOF-DATE TO Q-AS-OF-DATE OF FLEX-SVC-REQ

           CALL 'FLEX-SVC' USING FLEX-SVC-REQ FLEX-SVC-RES

           IF NOT OK OF FLEX-SVC-RES
               DISPLAY 'WARNING: EMP ' WS-ET-EMP-ID(WS-EMP-IDX)
                   ' - ' STATUS-MSG OF FLEX-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF WS-ROW-COUNT >= MAX-FLEX-ROWS
               DISPLAY 'WARNING: report table full - EMP '
                   WS-ET-EMP-ID(WS-EMP-IDX) ' not listed'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ROW-COUNT
           SET WS-RT-EMP-SUB(WS-ROW-COUNT) TO WS-EMP-IDX
           MOVE SETTLE-FROM OF OUT-FLEXBANK OF FLEX-SVC-RES
               TO WS-RT-FROM(WS-ROW-COUNT)
           MOVE SETTLE-TO OF OUT-FLEXBANK OF FLEX-SVC-RES
               TO WS-RT-TO(WS-ROW-COUNT)
           MOVE REQUIRED-HOURS OF OUT-FLEXBANK OF FLEX-SVC-RES
               TO WS-RT-REQUIRED(WS-ROW-COUNT)
           MOVE REQUIRED-TO-DATE OF OUT-FLEXBANK OF FLEX-SVC-RES
               TO WS-RT-TO-DATE(WS-ROW-COUNT)
           MOVE CARRIED-IN-HOURS OF OUT-FLEXBANK OF FLEX-SVC-RES
               TO WS-RT-CARRIED(WS-ROW-COUNT)
           MOVE WORKED-HOURS OF OUT-FLEXBANK OF FLEX-SVC-RES
               TO WS-RT-WORKED(WS-ROW-COUNT)
           MOVE LEGAL-FRAME-HOURS OF OUT-FLEXBANK OF FLEX-SVC-RES
               TO WS-RT-FRAME(WS-ROW-COUNT)
           MOVE BALANCE-HOURS OF FLEX-SVC-RES
               TO WS-RT-BALANCE(WS-ROW-COUNT)
           MOVE FLEX-STATUS OF OUT-FLEXBANK OF FLEX-SVC-RES
               TO WS-RT-STATUS(WS-ROW-COUNT)
           .

      * RESOLVE-PATTERN-FLEX: Leaves WS-PAT-IDX on the employee's
      * pattern in the cache, asking SCHED-SVC the first time the
      * code is seen. A pattern the master does not answer, or a
      * retired one, counts as not flextime.
       RESOLVE-PATTERN-FLEX.
           SET PAT-NOT-CACHED TO TRUE
           SET WS-PAT-IDX TO 1
           SEARCH WS-PAT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PAT-IDX > WS-PAT-COUNT
                   CONTINUE
               WHEN WS-PT-CODE(WS-PAT-IDX) = WS-ET-PATTERN(WS-EMP-IDX)
                   SET PAT-CACHED TO TRUE
           END-SEARCH
           IF PAT-CACHED
               EXIT PARAGRAPH
           END-IF

           INITIALIZE SCHED-SVC-REQ
           INITIALIZE SCHED-SVC-RES
           SET OP-FIND OF SCHED-SVC-REQ TO TRUE
           MOVE WS-PROGRAM-NAME TO USER-ID OF SCHED-SVC-REQ
           MOVE SPACES TO CORR-ID OF SCHED-SVC-REQ
           MOVE WS-ET-PATTERN(WS-EMP-IDX)
               TO Q-PATTERN-CODE OF SCHED-SVC-REQ

           CALL 'SCHED-SVC' USING SCHED-SVC-REQ SCHED-SVC-RES

           IF WS-PAT-COUNT < MAX-FLEX-PATTERNS
               ADD 1 TO WS-PAT-COUNT
           END-IF
           SET WS-PAT-IDX TO WS-PAT-COUNT
           MOVE WS-ET-PATTERN(WS-EMP-IDX) TO WS-PT-CODE(WS-PAT-IDX)
           MOVE 'N' TO WS-PT-FLEX(WS-PAT-IDX)
           IF OK OF SCHED-SVC-RES
                   AND PATTERN-ACTIVE OF OUT-SCHEDULE OF SCHED-SVC-RES
                   AND PATTERN-FLEXTIME
                       OF OUT-SCHEDULE OF SCHED-SVC-RES
               MOVE 'Y' TO WS-PT-FLEX(WS-PAT-IDX)
           END-IF
           .

      * BUILD-PRINT-ORDER: Department, then EMP-ID.
       BUILD-PRINT-ORDER.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > WS-ROW-COUNT
               MOVE WS-SORT-I TO WS-ORDER-LIST(WS-SORT-I)
           END-PERFORM

           PERFORM SORT-ORDER-PASS
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I > WS-ROW-COUNT
           .

       SORT-ORDER-PASS.
           MOVE WS-SORT-I TO WS-SORT-MIN-IDX
           PERFORM FIND-ORDER-MIN
               VARYING WS-SORT-J FROM WS-SORT-I BY 1
               UNTIL WS-SORT-J > WS-ROW-COUNT
           IF WS-SORT-MIN-IDX NOT = WS-SORT-I
               MOVE WS-ORDER-LIST(WS-SORT-I) TO WS-SORT-TEMP
               MOVE WS-ORDER-LIST(WS-SORT-MIN-IDX)
                   TO WS-ORDER-LIST(WS-SORT-I)
               MOVE WS-SORT-TEMP TO WS-ORDER-LIST(WS-SORT-MIN-IDX)
           END-IF
           .

       FIND-ORDER-MIN.
           MOVE WS-ORDER-LIST(WS-SORT-J) TO WS-SORT-TEMP
           MOVE WS-RT-EMP-SUB(WS-SORT-TEMP) TO WS-SORT-EMP
           MOVE SPACES TO WS-SORT-KEY-J
           STRING WS-ET-DEPT-ID(WS-SORT-EMP)
                  WS-ET-EMP-ID(WS-SORT-EMP)
               DELIMITED BY SIZE INTO WS-SORT-KEY-J
           MOVE WS-ORDER-LIST(WS-SORT-MIN-IDX) TO WS-SORT-TEMP
           MOVE WS-RT-EMP-SUB(WS-SORT-TEMP) TO WS-SORT-EMP
           MOVE SPACES TO WS-SORT-KEY-MIN
           STRING WS-ET-DEPT-ID(WS-SORT-EMP)
                  WS-ET-EMP-ID(WS-SORT-EMP)
               DELIMITED BY SIZE INTO WS-SORT-KEY-MIN
           IF WS-SORT-KEY-J < WS-SORT-KEY-MIN
               MOVE WS-SORT-J TO WS-SORT-MIN-IDX
           END-IF
           .

      * PRINT-ONE-ROW: Prints the department heading on a break,
      * then the employee's bank with the surplus or deficit so far.
       PRINT-ONE-ROW.
           MOVE WS-ORDER-LIST(WS-ORDER-IDX) TO WS-ROW-IDX
           SET WS-EMP-IDX TO WS-RT-EMP-SUB(WS-ROW-IDX)

           IF FIRST-GROUP
                   OR WS-ET-DEPT-ID(WS-EMP-IDX) NOT = WS-LAST-DEPT-ID
               IF NOT FIRST-GROUP
                   PERFORM PRINT-DEPARTMENT-FOOTING
               END-IF
               MOVE 'N' TO WS-FIRST-GROUP-SW
               MOVE WS-ET-DEPT-ID(WS-EMP-IDX) TO WS-LAST-DEPT-ID
               PERFORM PRINT-DEPARTMENT-HEADING
           END-IF

           IF WS-RT-BALANCE(WS-ROW-IDX) < 0
               MOVE 'DEFICIT' TO WS-FLAG
               ADD 1 TO WS-DEFICIT-COUNT
               ADD 1 TO WS-DEPT-DEFICITS
           ELSE
               MOVE 'SURPLUS' TO WS-FLAG
               ADD 1 TO WS-SURPLUS-COUNT
           END-IF
           MOVE SPACES TO WS-FRAME-FLAG
           IF WS-RT-WORKED(WS-ROW-IDX) > WS-RT-FRAME(WS-ROW-IDX)
               MOVE 'OVER FRAME' TO WS-FRAME-FLAG
               ADD 1 TO WS-OVER-FRAME-COUNT
           END-IF
           IF WS-RT-SETTLED(WS-ROW-IDX)
               MOVE 'SETTLED' TO WS-FRAME-FLAG
           END-IF
           ADD 1 TO WS-DEPT-ROWS
           ADD WS-RT-BALANCE(WS-ROW-IDX) TO WS-DEPT-BALANCE

           MOVE WS-ET-EMP-ID(WS-EMP-IDX) TO WS-EMP-ID-DISPLAY
           MOVE SPACES TO WS-NAME-DISPLAY
           STRING WS-ET-LAST-NAME(WS-EMP-IDX) DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  WS-ET-FIRST-NAME(WS-EMP-IDX) DELIMITED BY '  '
               INTO WS-NAME-DISPLAY
           MOVE WS-RT-REQUIRED(WS-ROW-IDX) TO WS-REQ-DISPLAY
           MOVE WS-RT-TO-DATE(WS-ROW-IDX) TO WS-TO-DATE-DISPLAY
           MOVE WS-RT-CARRIED(WS-ROW-IDX) TO WS-CARRIED-DISPLAY
           MOVE WS-RT-WORKED(WS-ROW-IDX) TO WS-WORKED-DISPLAY
           MOVE WS-RT-BALANCE(WS-ROW-IDX) TO WS-BALANCE-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING ' ' WS-EMP-ID-DISPLAY ' ' WS-NAME-DISPLAY
                  ' ' WS-RT-FROM(WS-ROW-IDX)
                  '-' WS-RT-TO(WS-ROW-IDX)
                  ' ' WS-REQ-DISPLAY
                  ' ' WS-TO-DATE-DISPLAY
                  ' ' WS-CARRIED-DISPLAY
                  ' ' WS-WORKED-DISPLAY
                  ' ' WS-BALANCE-DISPLAY
                  ' ' WS-FLAG
                  ' ' WS-FRAME-FLAG
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

       PRINT-DEPARTMENT-HEADING.
           MOVE 0 TO WS-DEPT-ROWS
           MOVE 0 TO WS-DEPT-DEFICITS
           MOVE 0 TO WS-DEPT-BALANCE

           MOVE 'NOT ON FILE' TO WS-DEPT-NAME
           SET WS-DEPT-IDX TO 1
           SEARCH WS-DEPT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DEPT-IDX > WS-DEPT-COUNT
                   CONTINUE
               WHEN WS-DT-DEPT-ID(WS-DEPT-IDX) = WS-LAST-DEPT-ID
                   MOVE WS-DT-DEPT-NAME(WS-DEPT-IDX) TO WS-DEPT-NAME
           END-SEARCH

           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-LAST-DEPT-ID TO WS-DEPT-ID-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DEPARTMENT ' WS-DEPT-ID-DISPLAY '  ' WS-DEPT-NAME
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING ' EMP-ID    NAME            PERIOD           REQD'
                  ' TO-DATE CARRIED  WORKED  BALANCE'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

       PRINT-DEPARTMENT-FOOTING.
           MOVE WS-DEPT-ROWS TO WS-COUNT-DISPLAY
           MOVE WS-DEPT-DEFICITS TO WS-DEFICIT-DISPLAY
           MOVE WS-DEPT-BALANCE TO WS-DEPT-BAL-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING '  EMPLOYEES ' WS-COUNT-DISPLAY
                  '  IN DEFICIT ' WS-DEFICIT-DISPLAY
                  '  NET BALANCE ' WS-DEPT-BAL-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
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

       END PROGRAM FLEXBAL.
