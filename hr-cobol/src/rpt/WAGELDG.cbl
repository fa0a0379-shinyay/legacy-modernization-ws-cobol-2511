       IDENTIFICATION DIVISION.
       PROGRAM-ID. WAGELDG.
      ******************************************************************
      * WAGELDG - Statutory Wage Ledger (Chingin Daicho)
      * Purpose: The wage ledger the Labor Standards Act requires at
      *          each establishment, for a calendar year: per
      *          employee, every pay run with its calculation period,
      *          working days and regular, overtime, late-night and
      *          holiday hours (TIME-SVC), the base pay and every
      *          earning and deduction line behind the payroll
      *          (PAYDTL-SVC), and gross, deductions and net - then
      *          the employee's year totals. Employees are grouped by
      *          establishment (LOCATION-CODE) in kana order. Leavers
      *          stay in the ledger for every year they were paid in,
      *          and a year ARCHPAY has moved out of the live payroll
      *          file is read back from its archive, so the ledger can
      *          be produced for the whole retention period.
      * Input: hr-cobol/data/employees.dat
      *        hr-cobol/data/payroll.dat
      *        hr-cobol/data/archive/payroll_arch_<YYYY>.dat (when
      *        the year has been archived)
      *        hr-cobol/data/timecards.dat (via TIME-SVC)
      *        hr-cobol/data/paydtl.dat (via PAYDTL-SVC)
      * Output: hr-cobol/data/reports/WAGELDG_<generation>.rpt
      *         (via RPT-PRINT)
      * Parm: WAGELDG_YEAR environment variable (YYYY, required -
      *       the calendar year of the pay periods)
      *       WAGELDG_LOCATION environment variable (establishment
      *       filter, absent for every establishment)
      * Note: Only approved, paid and closed payrolls are entered -
      *       what was actually paid out. Working time is entered on
      *       the regular run of the period; bonus and special runs
      *       carry none.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE
               ASSIGN TO 'hr-cobol/data/employees.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT PAYROLL-FILE
               ASSIGN TO 'hr-cobol/data/payroll.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-FILE-STATUS.

           SELECT ARCHIVE-FILE
               ASSIGN TO DYNAMIC WS-ARCHIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD         PIC X(1000).

       FD  PAYROLL-FILE.
       01  PAYROLL-RECORD          PIC X(1000).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD          PIC X(1000).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'WAGELDG'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

       01  WS-EMP-FILE-STATUS      PIC XX.
           88  EMP-FILE-OK             VALUE '00'.
           88  EMP-FILE-EOF            VALUE '10'.
           88  EMP-FILE-NOT-FOUND      VALUE '35'.
       01  WS-PAY-FILE-STATUS      PIC XX.
           88  PAY-FILE-OK             VALUE '00'.
           88  PAY-FILE-EOF            VALUE '10'.
           88  PAY-FILE-NOT-FOUND      VALUE '35'.
       01  WS-ARCH-FILE-STATUS     PIC XX.
           88  ARCH-FILE-OK            VALUE '00'.
           88  ARCH-FILE-EOF           VALUE '10'.
           88  ARCH-FILE-NOT-FOUND     VALUE '35'.
       01  WS-ARCHIVE-PATH         PIC X(60).

       01  WS-EMP-REC.
           COPY employee REPLACING ==05== BY ==10==.
       01  WS-PAY-REC.
           COPY payroll REPLACING ==05== BY ==10==.

      * Working storage for TIME-SVC calls - the period's working
      * days and hours by premium band
           COPY time-req.
           COPY time-res.

      * Working storage for PAYDTL-SVC calls - the lines behind
      * each payroll, paged by LINE-SEQ
           COPY paydtl-req.
           COPY paydtl-res.
       01  WS-LINE-CURSOR          PIC 9(3).
       01  WS-LINE-SW              PIC X.
           88  MORE-PAY-LINES          VALUE 'Y'.
           88  NO-MORE-PAY-LINES       VALUE 'N'.

      * Working storage for LOC-SVC calls - the establishment name
      * on each group heading
           COPY loc-req.
           COPY loc-res.

      * Print-file plumbing
       01  WS-RPT-OP               PIC X.
       01  WS-RPT-NAME             PIC X(8)  VALUE 'WAGELDG'.
       01  WS-RPT-TITLE            PIC X(40)
           VALUE 'WAGE LEDGER (CHINGIN DAICHO)'.
       01  WS-RPT-OPERATOR         PIC X(16).
       01  WS-RPT-LINE             PIC X(100).
       01  WS-RPT-STATUS           PIC 9.

       01  WS-ENV-YEAR             PIC X(10).
       01  WS-ENV-LOCATION         PIC X(10).
       01  WS-LEDGER-YEAR          PIC 9(4) VALUE 0.
       01  WS-LOCATION-FILTER      PIC X(4) VALUE SPACES.
       01  WS-REC-YEAR             PIC 9(4).

      * Every employee's latest version - the file arrives in
      * EMP-ID + VALID-FROM order, so the last row read for an
      * EMP-ID is its latest and the table stays in EMP-ID order
      * for the binary search below
       78  MAX-LEDGER-EMPS         VALUE 5000.
       01  WS-EMP-COUNT            PIC 9(5) VALUE 0.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-EMP-COUNT
                   ASCENDING KEY IS WS-ET-EMP-ID
                   INDEXED BY WS-EMP-IDX.
               10  WS-ET-EMP-ID    PIC 9(9).
               10  WS-ET-LOCATION  PIC X(4).
               10  WS-ET-KANA-LAST PIC X(30).
               10  WS-ET-KANA-FIRST PIC X(30).
               10  WS-ET-LAST-NAME PIC X(30).
               10  WS-ET-FIRST-NAME PIC X(30).
               10  WS-ET-HIRE-DATE PIC 9(8).
               10  WS-ET-GRADE     PIC X(4).
               10  WS-ET-TERM-DATE PIC 9(8).
      *        The employee's payrolls of the year, chained in file
      *        order through WS-PT-NEXT
               10  WS-ET-FIRST-PAY PIC 9(5).
               10  WS-ET-LAST-PAY  PIC 9(5).

      * The year's payrolls
       78  MAX-LEDGER-PAYS         VALUE 70000.
       01  WS-PAY-COUNT            PIC 9(5) VALUE 0.
       01  WS-PAY-TABLE.
           05  WS-PAY-ENTRY OCCURS 70000 TIMES.
               10  WS-PT-PAY-ID    PIC 9(12).
               10  WS-PT-PERIOD    PIC 9(6).
               10  WS-PT-RUN-TYPE  PIC X.
               10  WS-PT-PAY-DATE  PIC 9(8).
               10  WS-PT-BASE      PIC 9(11)V99.
               10  WS-PT-GROSS     PIC 9(11)V99.
               10  WS-PT-DEDUCT    PIC S9(11)V99.
               10  WS-PT-NET       PIC S9(11)V99.
               10  WS-PT-NEXT      PIC 9(5).
       01  WS-PAY-IDX              PIC 9(5).
       01  WS-CHAIN-IDX            PIC 9(5).
       01  WS-EMP-FOUND-SW         PIC X.
           88  PAY-EMP-FOUND           VALUE 'Y'.
           88  PAY-EMP-NOT-FOUND       VALUE 'N'.

      * Print order - establishment, then kana
       01  WS-ORDER-COUNT          PIC 9(5) VALUE 0.
       01  WS-ORDER-LIST           PIC 9(5) OCCURS 5000 TIMES.
       01  WS-SORT-I               PIC 9(5).
       01  WS-SORT-J               PIC 9(5).
       01  WS-SORT-MIN-IDX         PIC 9(5).
       01  WS-SORT-TEMP            PIC 9(5).
       01  WS-SORT-KEY-J           PIC X(64).
       01  WS-SORT-KEY-MIN         PIC X(64).
       01  WS-ORDER-IDX            PIC 9(5).
       01  WS-LAST-LOCATION        PIC X(4).
       01  WS-FIRST-GROUP-SW       PIC X.
           88  FIRST-GROUP             VALUE 'Y'.

      * One employee's payrolls in period order
       01  WS-EPAY-COUNT           PIC 9(3).
       01  WS-EPAY-LIST            PIC 9(5) OCCURS 100 TIMES.
       01  WS-EPAY-IDX             PIC 9(3).
       01  WS-EPAY-J               PIC 9(3).
       01  WS-EPAY-MIN             PIC 9(3).
       01  WS-EPAY-TEMP            PIC 9(5).
       01  WS-EPAY-KEY-J           PIC X(19).
       01  WS-EPAY-KEY-MIN         PIC X(19).
       01  WS-EPAY-KEY.
           05  WS-EPAY-KEY-PERIOD  PIC 9(6).
           05  WS-EPAY-KEY-PAY-ID  PIC 9(12).
           05  WS-EPAY-KEY-RUN     PIC X.

      * Per-employee year totals and the ledger totals
       01  WS-YR-DAYS              PIC 9(4).
       01  WS-YR-REG-HRS           PIC 9(5)V99.
       01  WS-YR-OT-HRS            PIC 9(5)V99.
       01  WS-YR-NIGHT-HRS         PIC 9(5)V99.
       01  WS-YR-HOL-HRS           PIC 9(5)V99.
       01  WS-YR-GROSS             PIC S9(13)V99.
       01  WS-YR-DEDUCT            PIC S9(13)V99.
       01  WS-YR-NET               PIC S9(13)V99.
       01  WS-EMPS-PRINTED         PIC 9(5) VALUE 0.
       01  WS-PAYS-PRINTED         PIC 9(6) VALUE 0.

       01  WS-EMP-ID-DISPLAY       PIC 9(9).
       01  WS-DAYS-DISPLAY         PIC ZZZ9.
       01  WS-HRS-REG-DISPLAY      PIC ZZZZ9.99.
       01  WS-HRS-OT-DISPLAY       PIC ZZZZ9.99.
       01  WS-HRS-NIGHT-DISPLAY    PIC ZZZZ9.99.
       01  WS-HRS-HOL-DISPLAY      PIC ZZZZ9.99.
       01  WS-AMT-DISPLAY          PIC Z,ZZZ,ZZZ,ZZ9-.
       01  WS-AMT-DISPLAY-2        PIC Z,ZZZ,ZZZ,ZZ9-.
       01  WS-AMT-DISPLAY-3        PIC Z,ZZZ,ZZZ,ZZ9-.
       01  WS-RUN-TEXT             PIC X(8).
       01  WS-LINE-SIDE            PIC X(6).
       01  WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'WAGELDG - Wage Ledger v' WS-VERSION

           ACCEPT WS-ENV-YEAR FROM ENVIRONMENT 'WAGELDG_YEAR'
           IF WS-ENV-YEAR(1:4) IS NUMERIC
               MOVE WS-ENV-YEAR(1:4) TO WS-LEDGER-YEAR
           END-IF
           IF WS-LEDGER-YEAR = 0
               DISPLAY 'ERROR: WAGELDG_YEAR (YYYY) required'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-ENV-LOCATION FROM ENVIRONMENT 'WAGELDG_LOCATION'
           MOVE WS-ENV-LOCATION(1:4) TO WS-LOCATION-FILTER

           PERFORM LOAD-EMPLOYEES
           PERFORM LOAD-PAYROLLS
           PERFORM LOAD-ARCHIVED-PAYROLLS
           PERFORM BUILD-PRINT-ORDER

           PERFORM OPEN-PRINT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CALENDAR YEAR ' WS-LEDGER-YEAR
                  '  PAY PERIODS ' WS-LEDGER-YEAR '01-'
                  WS-LEDGER-YEAR '12'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           SET FIRST-GROUP TO TRUE
           MOVE SPACES TO WS-LAST-LOCATION
           PERFORM PRINT-ONE-EMPLOYEE
               VARYING WS-ORDER-IDX FROM 1 BY 1
               UNTIL WS-ORDER-IDX > WS-ORDER-COUNT

           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-EMPS-PRINTED TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'EMPLOYEES ENTERED ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-PAYS-PRINTED TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PAYMENTS ENTERED  ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           PERFORM CLOSE-PRINT-FILE

           DISPLAY 'Wage ledger printed.'
           STOP RUN
           .

      * LOAD-EMPLOYEES: One entry per EMP-ID holding its latest
      * version - leavers included, since they stay in the ledger
      * for the years they were paid in.
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
           SET PAY-EMP-NOT-FOUND TO TRUE
           IF WS-EMP-COUNT > 0
               IF EMP-ID OF WS-EMP-REC = WS-ET-EMP-ID(WS-EMP-COUNT)
                   SET PAY-EMP-FOUND TO TRUE
               END-IF
           END-IF
           IF PAY-EMP-NOT-FOUND
               IF WS-EMP-COUNT >= MAX-LEDGER-EMPS
                   DISPLAY 'WARNING: employee table full - EMP '
                       EMP-ID OF WS-EMP-REC ' not entered'
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-EMP-COUNT
               MOVE 0 TO WS-ET-FIRST-PAY(WS-EMP-COUNT)
               MOVE 0 TO WS-ET-LAST-PAY(WS-EMP-COUNT)
           END-IF

           MOVE EMP-ID OF WS-EMP-REC TO WS-ET-EMP-ID(WS-EMP-COUNT)
           MOVE LOCATION-CODE OF WS-EMP-REC
               TO WS-ET-LOCATION(WS-EMP-COUNT)
           MOVE KANA-LAST OF WS-EMP-REC
               TO WS-ET-KANA-LAST(WS-EMP-COUNT)
           MOVE KANA-FIRST OF WS-EMP-REC
               TO WS-ET-KANA-FIRST(WS-EMP-COUNT)
           MOVE LAST-NAME OF WS-EMP-REC
               TO WS-ET-LAST-NAME(WS-EMP-COUNT)
           MOVE FIRST-NAME OF WS-EMP-REC
               TO WS-ET-FIRST-NAME(WS-EMP-COUNT)
           MOVE HIRE-DATE OF WS-EMP-REC
               TO WS-ET-HIRE-DATE(WS-EMP-COUNT)
           MOVE GRADE-CODE OF WS-EMP-REC TO WS-ET-GRADE(WS-EMP-COUNT)
           MOVE 0 TO WS-ET-TERM-DATE(WS-EMP-COUNT)
           IF TERMINATED OF WS-EMP-REC
               MOVE VALID-TO OF WS-EMP-REC
                   TO WS-ET-TERM-DATE(WS-EMP-COUNT)
           END-IF
           .

      * LOAD-PAYROLLS / LOAD-ARCHIVED-PAYROLLS: The year's paid-out
      * payrolls from the live file, then from the year's archive
      * when ARCHPAY has moved it out (a payroll found in both is
      * the live copy's - the archive copy is skipped).
       LOAD-PAYROLLS.
           MOVE 0 TO WS-PAY-COUNT

           OPEN INPUT PAYROLL-FILE
           IF PAY-FILE-NOT-FOUND
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
                       PERFORM TAKE-PAYROLL
               END-READ
           END-PERFORM

           CLOSE PAYROLL-FILE
           .

       LOAD-ARCHIVED-PAYROLLS.
           MOVE SPACES TO WS-ARCHIVE-PATH
           STRING 'hr-cobol/data/archive/payroll_arch_'
                  WS-LEDGER-YEAR '.dat'
               DELIMITED BY SIZE INTO WS-ARCHIVE-PATH

           OPEN INPUT ARCHIVE-FILE
           IF NOT ARCH-FILE-OK
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Reading archived year: ' WS-ARCHIVE-PATH
           PERFORM UNTIL ARCH-FILE-EOF
               READ ARCHIVE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ARCHIVE-RECORD TO WS-PAY-REC
                       PERFORM CHECK-ALREADY-LOADED
                       IF WS-PAY-IDX = 0
                           PERFORM TAKE-PAYROLL
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVE-FILE
           .

       CHECK-ALREADY-LOADED.
           MOVE 0 TO WS-PAY-IDX
           SET PAY-EMP-NOT-FOUND TO TRUE
           IF WS-EMP-COUNT > 0
               SEARCH ALL WS-EMP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ET-EMP-ID(WS-EMP-IDX)
                           = EMP-ID OF WS-PAY-REC
                       SET PAY-EMP-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF PAY-EMP-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ET-FIRST-PAY(WS-EMP-IDX) TO WS-CHAIN-IDX
           PERFORM UNTIL WS-CHAIN-IDX = 0 OR WS-PAY-IDX NOT = 0
               IF WS-PT-PAY-ID(WS-CHAIN-IDX) = PAY-ID OF WS-PAY-REC
                   MOVE WS-CHAIN-IDX TO WS-PAY-IDX
               ELSE
                   MOVE WS-PT-NEXT(WS-CHAIN-IDX) TO WS-CHAIN-IDX
               END-IF
           END-PERFORM
           .

      * TAKE-PAYROLL: A payroll of the ledger year actually paid
      * out is entered and chained onto its employee.
       TAKE-PAYROLL.
           DIVIDE PAY-PERIOD OF WS-PAY-REC BY 100 GIVING WS-REC-YEAR
           IF WS-REC-YEAR NOT = WS-LEDGER-YEAR
               EXIT PARAGRAPH
           END-IF
           IF NOT PAY-APPROVED OF WS-PAY-REC
                   AND NOT PAY-PAID OF WS-PAY-REC
                   AND NOT PAY-CLOSED OF WS-PAY-REC
               EXIT PARAGRAPH
           END-IF

           SET PAY-EMP-NOT-FOUND TO TRUE
           IF WS-EMP-COUNT > 0
               SEARCH ALL WS-EMP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ET-EMP-ID(WS-EMP-IDX)
                           = EMP-ID OF WS-PAY-REC
                       SET PAY-EMP-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF PAY-EMP-NOT-FOUND
               DISPLAY 'WARNING: PAY-ID ' PAY-ID OF WS-PAY-REC
                   ' has no employee on file - not entered'
               EXIT PARAGRAPH
           END-IF

           IF WS-LOCATION-FILTER NOT = SPACES
                   AND WS-ET-LOCATION(WS-EMP-IDX)
                       NOT = WS-LOCATION-FILTER
               EXIT PARAGRAPH
           END-IF

           IF WS-PAY-COUNT >= MAX-LEDGER-PAYS
               DISPLAY 'WARNING: payroll table full - PAY-ID '
                   PAY-ID OF WS-PAY-REC ' not entered'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PAY-COUNT
           MOVE PAY-ID OF WS-PAY-REC TO WS-PT-PAY-ID(WS-PAY-COUNT)
           MOVE PAY-PERIOD OF WS-PAY-REC TO WS-PT-PERIOD(WS-PAY-COUNT)
           MOVE PAY-RUN-TYPE OF WS-PAY-REC
               TO WS-PT-RUN-TYPE(WS-PAY-COUNT)
           MOVE PAY-DATE OF WS-PAY-REC TO WS-PT-PAY-DATE(WS-PAY-COUNT)
           MOVE BASE-SALARY OF WS-PAY-REC TO WS-PT-BASE(WS-PAY-COUNT)
           MOVE GROSS-PAY OF WS-PAY-REC TO WS-PT-GROSS(WS-PAY-COUNT)
           MOVE TOTAL-DEDUCTIONS OF WS-PAY-REC
               TO WS-PT-DEDUCT(WS-PAY-COUNT)
           MOVE NET-PAY OF WS-PAY-REC TO WS-PT-NET(WS-PAY-COUNT)
           MOVE 0 TO WS-PT-NEXT(WS-PAY-COUNT)

           IF WS-ET-FIRST-PAY(WS-EMP-IDX) = 0
               MOVE WS-PAY-COUNT TO WS-ET-FIRST-PAY(WS-EMP-IDX)
           ELSE
               MOVE WS-PAY-COUNT
                   TO WS-PT-NEXT(WS-ET-LAST-PAY(WS-EMP-IDX))
           END-IF
           MOVE WS-PAY-COUNT TO WS-ET-LAST-PAY(WS-EMP-IDX)
           .

      * BUILD-PRINT-ORDER: The employees paid in the year, ordered
      * by establishment and then kana name.
       BUILD-PRINT-ORDER.
           MOVE 0 TO WS-ORDER-COUNT
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > WS-EMP-COUNT
               IF WS-ET-FIRST-PAY(WS-SORT-I) NOT = 0
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
                  WS-ET-KANA-LAST(WS-SORT-TEMP)
                  WS-ET-KANA-FIRST(WS-SORT-TEMP)
               DELIMITED BY SIZE INTO WS-SORT-KEY-J
           MOVE WS-ORDER-LIST(WS-SORT-MIN-IDX) TO WS-SORT-TEMP
           MOVE SPACES TO WS-SORT-KEY-MIN
           STRING WS-ET-LOCATION(WS-SORT-TEMP)
                  WS-ET-KANA-LAST(WS-SORT-TEMP)
                  WS-ET-KANA-FIRST(WS-SORT-TEMP)
               DELIMITED BY SIZE INTO WS-SORT-KEY-MIN
           IF WS-SORT-KEY-J < WS-SORT-KEY-MIN
               MOVE WS-SORT-J TO WS-SORT-MIN-IDX
           END-IF
           .

      * PRINT-ONE-EMPLOYEE: An establishment heading on a break,
      * the employee's heading, every payroll of the year in period
      * order, then the year totals.
       PRINT-ONE-EMPLOYEE.
           SET WS-EMP-IDX TO WS-ORDER-LIST(WS-ORDER-IDX)

           IF FIRST-GROUP
                   OR WS-ET-LOCATION(WS-EMP-IDX) NOT = WS-LAST-LOCATION
               MOVE 'N' TO WS-FIRST-GROUP-SW
               MOVE WS-ET-LOCATION(WS-EMP-IDX) TO WS-LAST-LOCATION
               PERFORM PRINT-LOCATION-HEADING
           END-IF

           MOVE WS-ET-EMP-ID(WS-EMP-IDX) TO WS-EMP-ID-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'EMP ' WS-EMP-ID-DISPLAY '  '
                  WS-ET-LAST-NAME(WS-EMP-IDX) DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  WS-ET-FIRST-NAME(WS-EMP-IDX) DELIMITED BY '  '
                  '  (' DELIMITED BY SIZE
                  WS-ET-KANA-LAST(WS-EMP-IDX) DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  WS-ET-KANA-FIRST(WS-EMP-IDX) DELIMITED BY '  '
                  ')' DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF WS-ET-TERM-DATE(WS-EMP-IDX) = 0
               STRING '    HIRED ' WS-ET-HIRE-DATE(WS-EMP-IDX)
                      '  GRADE ' WS-ET-GRADE(WS-EMP-IDX)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING '    HIRED ' WS-ET-HIRE-DATE(WS-EMP-IDX)
                      '  GRADE ' WS-ET-GRADE(WS-EMP-IDX)
                      '  LEFT ' WS-ET-TERM-DATE(WS-EMP-IDX)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM EMIT-PRINT-LINE

           MOVE 0 TO WS-YR-DAYS
           MOVE 0 TO WS-YR-REG-HRS
           MOVE 0 TO WS-YR-OT-HRS
           MOVE 0 TO WS-YR-NIGHT-HRS
           MOVE 0 TO WS-YR-HOL-HRS
           MOVE 0 TO WS-YR-GROSS
           MOVE 0 TO WS-YR-DEDUCT
           MOVE 0 TO WS-YR-NET

           PERFORM COLLECT-EMPLOYEE-PAYS
           PERFORM PRINT-ONE-PAYROLL
               VARYING WS-EPAY-IDX FROM 1 BY 1
               UNTIL WS-EPAY-IDX > WS-EPAY-COUNT

           MOVE WS-YR-DAYS TO WS-DAYS-DISPLAY
           MOVE WS-YR-REG-HRS TO WS-HRS-REG-DISPLAY
           MOVE WS-YR-OT-HRS TO WS-HRS-OT-DISPLAY
           MOVE WS-YR-NIGHT-HRS TO WS-HRS-NIGHT-DISPLAY
           MOVE WS-YR-HOL-HRS TO WS-HRS-HOL-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING '  YEAR TOTAL  DAYS ' WS-DAYS-DISPLAY
                  '  REG ' WS-HRS-REG-DISPLAY
                  '  OT ' WS-HRS-OT-DISPLAY
                  '  NIGHT ' WS-HRS-NIGHT-DISPLAY
                  '  HOL ' WS-HRS-HOL-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-YR-GROSS TO WS-AMT-DISPLAY
           MOVE WS-YR-DEDUCT TO WS-AMT-DISPLAY-2
           MOVE WS-YR-NET TO WS-AMT-DISPLAY-3
           MOVE SPACES TO WS-RPT-LINE
           STRING '  YEAR TOTAL  GROSS ' WS-AMT-DISPLAY
                  '  DEDUCTIONS ' WS-AMT-DISPLAY-2
                  '  NET ' WS-AMT-DISPLAY-3
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           ADD 1 TO WS-EMPS-PRINTED
           .

       PRINT-LOCATION-HEADING.
           INITIALIZE LOC-SVC-REQ
           INITIALIZE LOC-SVC-RES
           SET OP-FIND OF LOC-SVC-REQ TO TRUE
           MOVE 'WAGELDG' TO USER-ID OF LOC-SVC-REQ
           MOVE SPACES TO CORR-ID OF LOC-SVC-REQ
           MOVE WS-LAST-LOCATION TO Q-LOCATION-CODE OF LOC-SVC-REQ
           IF WS-LAST-LOCATION NOT = SPACES
               CALL 'LOC-SVC' USING LOC-SVC-REQ LOC-SVC-RES
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF WS-LAST-LOCATION = SPACES
               MOVE 'ESTABLISHMENT (UNASSIGNED)' TO WS-RPT-LINE
           ELSE
               IF OK OF LOC-SVC-RES
                   STRING 'ESTABLISHMENT ' WS-LAST-LOCATION '  '
                          LOCATION-NAME OF OUT-LOCATION
                              OF LOC-SVC-RES
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE
                   STRING 'ESTABLISHMENT ' WS-LAST-LOCATION
                          '  (NOT ON FILE)'
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               END-IF
           END-IF
           PERFORM EMIT-PRINT-LINE
           .

      * COLLECT-EMPLOYEE-PAYS: The employee's chained payrolls,
      * ordered by period, then run (regular before bonus before
      * special), then PAY-ID.
       COLLECT-EMPLOYEE-PAYS.
           MOVE 0 TO WS-EPAY-COUNT
           MOVE WS-ET-FIRST-PAY(WS-EMP-IDX) TO WS-PAY-IDX
           PERFORM UNTIL WS-PAY-IDX = 0
               IF WS-EPAY-COUNT < 100
                   ADD 1 TO WS-EPAY-COUNT
                   MOVE WS-PAY-IDX TO WS-EPAY-LIST(WS-EPAY-COUNT)
               END-IF
               MOVE WS-PT-NEXT(WS-PAY-IDX) TO WS-PAY-IDX
           END-PERFORM

           PERFORM SORT-EPAY-PASS
               VARYING WS-EPAY-IDX FROM 1 BY 1
               UNTIL WS-EPAY-IDX > WS-EPAY-COUNT
           .

       SORT-EPAY-PASS.
           MOVE WS-EPAY-IDX TO WS-EPAY-MIN
           PERFORM FIND-EPAY-MIN
               VARYING WS-EPAY-J FROM WS-EPAY-IDX BY 1
               UNTIL WS-EPAY-J > WS-EPAY-COUNT
           IF WS-EPAY-MIN NOT = WS-EPAY-IDX
               MOVE WS-EPAY-LIST(WS-EPAY-IDX) TO WS-EPAY-TEMP
               MOVE WS-EPAY-LIST(WS-EPAY-MIN)
                   TO WS-EPAY-LIST(WS-EPAY-IDX)
               MOVE WS-EPAY-TEMP TO WS-EPAY-LIST(WS-EPAY-MIN)
           END-IF
           .

       FIND-EPAY-MIN.
           MOVE WS-EPAY-LIST(WS-EPAY-J) TO WS-PAY-IDX
           PERFORM BUILD-EPAY-KEY
           MOVE WS-EPAY-KEY TO WS-EPAY-KEY-J
           MOVE WS-EPAY-LIST(WS-EPAY-MIN) TO WS-PAY-IDX
           PERFORM BUILD-EPAY-KEY
           MOVE WS-EPAY-KEY TO WS-EPAY-KEY-MIN
           IF WS-EPAY-KEY-J < WS-EPAY-KEY-MIN
               MOVE WS-EPAY-J TO WS-EPAY-MIN
           END-IF
           .

       BUILD-EPAY-KEY.
           MOVE WS-PT-PERIOD(WS-PAY-IDX) TO WS-EPAY-KEY-PERIOD
           EVALUATE WS-PT-RUN-TYPE(WS-PAY-IDX)
               WHEN 'R'
                   MOVE '1' TO WS-EPAY-KEY-RUN
               WHEN 'B'
                   MOVE '2' TO WS-EPAY-KEY-RUN
               WHEN OTHER
                   MOVE '3' TO WS-EPAY-KEY-RUN
           END-EVALUATE
           MOVE WS-PT-PAY-ID(WS-PAY-IDX) TO WS-EPAY-KEY-PAY-ID
           .

      * PRINT-ONE-PAYROLL: The run's heading with its working time
      * (regular runs), the base pay, every detail line - earnings
      * marked '+', deductions '-' - and the run's totals.
       PRINT-ONE-PAYROLL.
           MOVE WS-EPAY-LIST(WS-EPAY-IDX) TO WS-PAY-IDX

           EVALUATE WS-PT-RUN-TYPE(WS-PAY-IDX)
               WHEN 'R'
                   MOVE 'SALARY' TO WS-RUN-TEXT
               WHEN 'B'
                   MOVE 'BONUS' TO WS-RUN-TEXT
               WHEN OTHER
                   MOVE 'SPECIAL' TO WS-RUN-TEXT
           END-EVALUATE

           MOVE SPACES TO WS-RPT-LINE
           STRING '  PERIOD ' WS-PT-PERIOD(WS-PAY-IDX)
                  ' ' WS-RUN-TEXT
                  ' PAID ' WS-PT-PAY-DATE(WS-PAY-IDX)
                  '  PAY-ID ' WS-PT-PAY-ID(WS-PAY-IDX)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           IF WS-PT-RUN-TYPE(WS-PAY-IDX) = 'R'
               PERFORM PRINT-WORKING-TIME
           END-IF

           MOVE WS-PT-BASE(WS-PAY-IDX) TO WS-AMT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING '    + BASE PAY' WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE 0 TO WS-LINE-CURSOR
           SET MORE-PAY-LINES TO TRUE
           PERFORM PRINT-ONE-DETAIL-LINE UNTIL NO-MORE-PAY-LINES

           MOVE WS-PT-GROSS(WS-PAY-IDX) TO WS-AMT-DISPLAY
           MOVE WS-PT-DEDUCT(WS-PAY-IDX) TO WS-AMT-DISPLAY-2
           MOVE WS-PT-NET(WS-PAY-IDX) TO WS-AMT-DISPLAY-3
           MOVE SPACES TO WS-RPT-LINE
           STRING '    GROSS ' WS-AMT-DISPLAY
                  '  DEDUCTIONS ' WS-AMT-DISPLAY-2
                  '  NET ' WS-AMT-DISPLAY-3
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           ADD WS-PT-GROSS(WS-PAY-IDX) TO WS-YR-GROSS
           ADD WS-PT-DEDUCT(WS-PAY-IDX) TO WS-YR-DEDUCT
           ADD WS-PT-NET(WS-PAY-IDX) TO WS-YR-NET
           ADD 1 TO WS-PAYS-PRINTED
           .

       PRINT-WORKING-TIME.
           INITIALIZE TIME-SVC-REQ
           INITIALIZE TIME-SVC-RES
           SET OP-SUM-PERIOD OF TIME-SVC-REQ TO TRUE
           MOVE 'WAGELDG' TO USER-ID OF TIME-SVC-REQ
           MOVE SPACES TO CORR-ID OF TIME-SVC-REQ
           MOVE WS-ET-EMP-ID(WS-EMP-IDX) TO Q-EMP-ID OF TIME-SVC-REQ
           MOVE WS-PT-PERIOD(WS-PAY-IDX)
               TO Q-PAY-PERIOD OF TIME-SVC-REQ
           CALL 'TIME-SVC' USING TIME-SVC-REQ TIME-SVC-RES

           IF NOT OK OF TIME-SVC-RES
               MOVE SPACES TO WS-RPT-LINE
               MOVE '    NO TIMECARDS ON FILE FOR THE PERIOD'
                   TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           ADD TIMECARD-COUNT OF TIME-SVC-RES TO WS-YR-DAYS
           ADD PERIOD-REGULAR-HOURS OF TIME-SVC-RES TO WS-YR-REG-HRS
           ADD PERIOD-OVERTIME-HOURS OF TIME-SVC-RES TO WS-YR-OT-HRS
           ADD PERIOD-NIGHT-HOURS OF TIME-SVC-RES TO WS-YR-NIGHT-HRS
           ADD PERIOD-HOLIDAY-HOURS OF TIME-SVC-RES TO WS-YR-HOL-HRS

           MOVE TIMECARD-COUNT OF TIME-SVC-RES TO WS-DAYS-DISPLAY
           MOVE PERIOD-REGULAR-HOURS OF TIME-SVC-RES
               TO WS-HRS-REG-DISPLAY
           MOVE PERIOD-OVERTIME-HOURS OF TIME-SVC-RES
               TO WS-HRS-OT-DISPLAY
           MOVE PERIOD-NIGHT-HOURS OF TIME-SVC-RES
               TO WS-HRS-NIGHT-DISPLAY
           MOVE PERIOD-HOLIDAY-HOURS OF TIME-SVC-RES
               TO WS-HRS-HOL-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING '    DAYS ' WS-DAYS-DISPLAY
                  '  REG ' WS-HRS-REG-DISPLAY
                  '  OT ' WS-HRS-OT-DISPLAY
                  '  NIGHT ' WS-HRS-NIGHT-DISPLAY
                  '  HOL ' WS-HRS-HOL-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

       PRINT-ONE-DETAIL-LINE.
           INITIALIZE PAYDTL-SVC-REQ
           INITIALIZE PAYDTL-SVC-RES
           SET OP-LIST OF PAYDTL-SVC-REQ TO TRUE
           MOVE 'WAGELDG' TO USER-ID OF PAYDTL-SVC-REQ
           MOVE SPACES TO CORR-ID OF PAYDTL-SVC-REQ
           MOVE WS-PT-PAY-ID(WS-PAY-IDX) TO Q-PAY-ID OF PAYDTL-SVC-REQ
           MOVE WS-LINE-CURSOR TO Q-CURSOR OF PAYDTL-SVC-REQ
           CALL 'PAYDTL-SVC' USING PAYDTL-SVC-REQ PAYDTL-SVC-RES

           IF NOT OK OF PAYDTL-SVC-RES
               SET NO-MORE-PAY-LINES TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE LINE-SEQ OF OUT-PAYDTL OF PAYDTL-SVC-RES
               TO WS-LINE-CURSOR
           IF LINE-EARNING OF OUT-PAYDTL OF PAYDTL-SVC-RES
                   OR LINE-ADJUSTMENT OF OUT-PAYDTL OF PAYDTL-SVC-RES
               MOVE '    + ' TO WS-LINE-SIDE
           ELSE
               MOVE '    - ' TO WS-LINE-SIDE
           END-IF
      *    A benefit-in-kind is neither paid nor deducted - memo only
           IF LINE-BENEFIT-IN-KIND OF OUT-PAYDTL OF PAYDTL-SVC-RES
               MOVE '    * ' TO WS-LINE-SIDE
           END-IF
           MOVE LINE-AMOUNT OF OUT-PAYDTL OF PAYDTL-SVC-RES
               TO WS-AMT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-LINE-SIDE
                  LINE-CODE OF OUT-PAYDTL OF PAYDTL-SVC-RES
                  ' ' LINE-DESCR OF OUT-PAYDTL OF PAYDTL-SVC-RES
                  WS-AMT-DISPLAY
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

       END PROGRAM WAGELDG.
