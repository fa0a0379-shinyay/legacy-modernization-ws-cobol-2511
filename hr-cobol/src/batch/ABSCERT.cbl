       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSCERT.
      ******************************************************************
      * ABSCERT - Absence Claim Wage Certification
      * Purpose: Builds the employer's wage certificate for each
      *          claim period on an absence case (ABSCASE-SVC), the
      *          figures HR used to pull by hand from three to twelve
      *          months of payroll and attendance. For every month
      *          the claim period touches: the regular pay, the
      *          absence deduction taken from it, and the days
      *          actually worked inside the claim period - what the
      *          sickness allowance (shobyo teate) form certifies.
      *          A work-injury (rosai) case adds the average wage:
      *          the regular pay of the three calendar months before
      *          the onset over their calendar days, with the
      *          minimum guarantee of 60% of pay per day worked for
      *          hourly-paid staff, and the employer's 60% waiting-
      *          period compensation for the three waiting days.
      *          Each certificate printed is stamped certified on the
      *          case.
      * Input: hr-cobol/data/abscase.dat (via ABSCASE-SVC)
      *        hr-cobol/data/payroll.dat
      *        hr-cobol/data/paydtl.dat
      *        hr-cobol/data/timecards.dat
      *        hr-cobol/data/employees.dat (via EMP-SVC)
      *        hr-cobol/data/comp.dat (via COMP-SVC)
      * Output: hr-cobol/data/reports/ABSCERT_<generation>.rpt
      *         (via RPT-PRINT)
      * Parm: ABSCERT_ASOF environment variable (YYYYMMDD, default
      *       today) - claim periods ended by then are certified
      *       ABSCERT_EMP_ID environment variable (optional) - one
      *       employee's claims only, already-certified ones
      *       reprinted as well
      * Run control: none - each claim period is stamped certified
      *       as its certificate prints, so a re-run only picks up
      *       periods ended since, and a reprint needs no override
      * Note: Bonus and special runs are left out of every figure -
      *       the average wage and the sickness allowance both
      *       exclude pay made less often than monthly.
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

           SELECT TIMECARD-FILE
               ASSIGN TO 'hr-cobol/data/timecards.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-FILE.
       01  PAYROLL-RECORD          PIC X(1000).

       FD  PAYDTL-FILE.
       01  PAYDTL-RECORD           PIC X(200).

       FD  TIMECARD-FILE.
       01  TIMECARD-RECORD         PIC X(200).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'ABSCERT'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

       01  WS-PAY-FILE-STATUS      PIC XX.
           88  PAY-FILE-OK             VALUE '00'.
           88  PAY-FILE-EOF            VALUE '10'.
           88  PAY-FILE-NOT-FOUND      VALUE '35'.
       01  WS-DTL-FILE-STATUS      PIC XX.
           88  DTL-FILE-OK             VALUE '00'.
           88  DTL-FILE-EOF            VALUE '10'.
           88  DTL-FILE-NOT-FOUND      VALUE '35'.
       01  WS-TC-FILE-STATUS       PIC XX.
           88  TC-FILE-OK              VALUE '00'.
           88  TC-FILE-EOF             VALUE '10'.
           88  TC-FILE-NOT-FOUND       VALUE '35'.

       01  WS-PAY-REC.
           COPY payroll REPLACING ==05== BY ==10==.
       01  WS-DTL-REC.
           COPY paydtl REPLACING ==05== BY ==10==.
       01  WS-TC-REC.
           COPY timecard REPLACING ==05== BY ==10==.

       01  WS-ENV-ASOF             PIC X(10).
       01  WS-ASOF                 PIC 9(8) VALUE 0.
       01  WS-ENV-EMP-ID           PIC X(10).
       01  WS-ONLY-EMP-ID          PIC 9(9) VALUE 0.

      * Working storage for ABSCASE-SVC calls
           COPY abs-req.
           COPY abs-res.
       01  WS-CURSOR-EMP-ID        PIC 9(9) VALUE 0.
       01  WS-CURSOR-CASE-SEQ      PIC 9(2) VALUE 0.
       01  WS-CASE-SW              PIC X.
           88  MORE-CASES              VALUE 'Y'.
           88  NO-MORE-CASES           VALUE 'N'.
       01  WS-CASE.
           COPY abscase REPLACING ==05== BY ==10==.
       01  WS-CLAIM-IDX            PIC 9(2).

      * Working storage for EMP-SVC and COMP-SVC calls
           COPY emp-req.
           COPY emp-res.
           COPY comp-req.
           COPY comp-res.
       01  WS-EMP-NAME             PIC X(40).
       01  WS-HOURLY-SW            PIC X.
           88  EMP-HOURLY-PAID         VALUE 'Y'.
           88  EMP-NOT-HOURLY-PAID     VALUE 'N'.

      * The months the certificate covers - for a work injury the
      * three before the onset month (P), then each month the claim
      * period touches (C)
       78  MAX-MONTHS              VALUE 15.
       01  WS-MONTH-COUNT          PIC 9(2) VALUE 0.
       01  WS-MONTH-TABLE.
           05  WS-MONTH-ENTRY OCCURS 15 TIMES
                   INDEXED BY WS-MONTH-IDX.
               10  WS-MT-PERIOD        PIC 9(6).
               10  WS-MT-ROLE          PIC X.
                   88  MT-BEFORE-ONSET     VALUE 'P'.
                   88  MT-CLAIM-MONTH      VALUE 'C'.
               10  WS-MT-GROSS         PIC 9(11)V99.
               10  WS-MT-ABSENCE       PIC 9(11)V99.
               10  WS-MT-DAYS-WORKED   PIC 9(3).
               10  WS-MT-CAL-DAYS      PIC 9(2).
               10  WS-MT-PAID-SW       PIC X.
                   88  MT-PAID             VALUE 'Y'.

      * The regular payrolls found, to tie detail lines back to the
      * month
       78  MAX-PAY-IDS             VALUE 30.
       01  WS-PID-COUNT            PIC 9(2) VALUE 0.
       01  WS-PID-TABLE.
           05  WS-PID-ENTRY OCCURS 30 TIMES
                   INDEXED BY WS-PID-IDX.
               10  WS-PID-PAY-ID       PIC 9(12).
               10  WS-PID-MONTH        PIC 9(2).

      * Dates attended, so a day split across project lines counts
      * once
       78  MAX-DATES               VALUE 500.
       01  WS-DATE-COUNT           PIC 9(3) VALUE 0.
       01  WS-DATE-TABLE.
           05  WS-ATTENDED-DATE OCCURS 500 TIMES
                   INDEXED BY WS-DATE-IDX
                                   PIC 9(8).
       01  WS-DATE-SEEN-SW         PIC X.
           88  DATE-ALREADY-SEEN       VALUE 'Y'.
           88  DATE-NOT-SEEN           VALUE 'N'.

      * Month arithmetic
       01  WS-WORK-PERIOD          PIC 9(6).
       01  WS-WORK-YEAR            PIC 9(4).
       01  WS-WORK-MONTH           PIC 9(2).
       01  WS-LAST-PERIOD          PIC 9(6).
       01  WS-CAL-DAYS             PIC 9(2).
       01  WS-LEAP-QUOT            PIC 9(4).
       01  WS-LEAP-REM-4           PIC 9(4).
       01  WS-LEAP-REM-100         PIC 9(4).
       01  WS-LEAP-REM-400         PIC 9(4).
       01  WS-CARD-PERIOD          PIC 9(6).
       01  WS-MONTH-FOUND-SW       PIC X.
           88  MONTH-FOUND             VALUE 'Y'.
           88  MONTH-NOT-FOUND         VALUE 'N'.

      * Average wage (work injury)
       01  WS-AVG-TOTAL            PIC 9(11)V99.
       01  WS-AVG-CAL-DAYS         PIC 9(3).
       01  WS-AVG-WORK-DAYS        PIC 9(3).
       01  WS-AVG-BASIC            PIC 9(9)V99.
       01  WS-AVG-MINIMUM          PIC 9(9)V99.
       01  WS-AVG-WAGE             PIC 9(9)V99.
       01  WS-WAIT-COMPENSATION    PIC 9(9)V99.

      * Claim-period totals
       01  WS-CLAIM-GROSS          PIC 9(11)V99.
       01  WS-CLAIM-ABSENCE        PIC 9(11)V99.
       01  WS-CLAIM-DAYS-WORKED    PIC 9(3).

       01  WS-CERT-COUNT           PIC 9(5) VALUE 0.
       01  WS-CASE-COUNT           PIC 9(5) VALUE 0.

      * Print-file plumbing
       01  WS-RPT-OP               PIC X.
       01  WS-RPT-NAME             PIC X(8)  VALUE 'ABSCERT'.
       01  WS-RPT-TITLE            PIC X(40)
           VALUE 'ABSENCE CLAIM WAGE CERTIFICATES'.
       01  WS-RPT-OPERATOR         PIC X(16).
       01  WS-RPT-LINE             PIC X(100).
       01  WS-RPT-STATUS           PIC 9.

      * Display fields
       01  WS-COUNT-DISPLAY        PIC ZZ,ZZ9.
       01  WS-EMP-ID-DISPLAY       PIC 9(9).
       01  WS-AMOUNT-DISPLAY       PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-AMOUNT2-DISPLAY      PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-RATE-DISPLAY         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-DAYS-DISPLAY         PIC ZZ9.
       01  WS-DAYS2-DISPLAY        PIC ZZ9.
       01  WS-CASE-TYPE-TEXT       PIC X(30).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'ABSCERT - Absence Claim Wage Certification v'
               WS-VERSION

           ACCEPT WS-ENV-ASOF FROM ENVIRONMENT 'ABSCERT_ASOF'
           IF WS-ENV-ASOF(1:8) IS NUMERIC
               MOVE WS-ENV-ASOF(1:8) TO WS-ASOF
           END-IF
           IF WS-ASOF = 0
               ACCEPT WS-ASOF FROM DATE YYYYMMDD
           END-IF

           MOVE SPACES TO WS-ENV-EMP-ID
           ACCEPT WS-ENV-EMP-ID FROM ENVIRONMENT 'ABSCERT_EMP_ID'
           IF WS-ENV-EMP-ID(1:9) IS NUMERIC
               MOVE WS-ENV-EMP-ID(1:9) TO WS-ONLY-EMP-ID
           END-IF

           DISPLAY 'Certifying claim periods ended by ' WS-ASOF
           IF WS-ONLY-EMP-ID NOT = 0
               DISPLAY 'Employee ' WS-ONLY-EMP-ID ' only'
           END-IF

           PERFORM OPEN-PRINT-FILE

           MOVE 0 TO WS-CURSOR-EMP-ID
           MOVE 0 TO WS-CURSOR-CASE-SEQ
           SET MORE-CASES TO TRUE
           PERFORM PROCESS-NEXT-CASE
               UNTIL NO-MORE-CASES

           IF WS-CERT-COUNT = 0
               MOVE 'No claim periods are due for certification.'
                   TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-IF
           PERFORM CLOSE-PRINT-FILE

           MOVE WS-CASE-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Cases read:            ' WS-COUNT-DISPLAY
           MOVE WS-CERT-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Certificates printed:  ' WS-COUNT-DISPLAY
           STOP RUN
           .

       PROCESS-NEXT-CASE.
           INITIALIZE ABSCASE-SVC-REQ
           INITIALIZE ABSCASE-SVC-RES
           SET OP-LIST OF ABSCASE-SVC-REQ TO TRUE
           MOVE 'ABSCERT' TO USER-ID OF ABSCASE-SVC-REQ
           MOVE SPACES TO CORR-ID OF ABSCASE-SVC-REQ
           MOVE WS-CURSOR-EMP-ID TO Q-EMP-ID OF ABSCASE-SVC-REQ
           MOVE WS-CURSOR-CASE-SEQ TO Q-CASE-SEQ OF ABSCASE-SVC-REQ

           CALL 'ABSCASE-SVC' USING ABSCASE-SVC-REQ ABSCASE-SVC-RES

           IF NOT OK OF ABSCASE-SVC-RES
               SET NO-MORE-CASES TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE OUT-ABSCASE OF ABSCASE-SVC-RES TO WS-CASE
           MOVE EMP-ID OF WS-CASE TO WS-CURSOR-EMP-ID
           MOVE CASE-SEQ OF WS-CASE TO WS-CURSOR-CASE-SEQ

           IF WS-ONLY-EMP-ID NOT = 0
                   AND EMP-ID OF WS-CASE NOT = WS-ONLY-EMP-ID
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CASE-COUNT
           PERFORM CHECK-ONE-CLAIM
               VARYING WS-CLAIM-IDX FROM 1 BY 1
               UNTIL WS-CLAIM-IDX > CLAIM-COUNT OF WS-CASE
           .

      * CHECK-ONE-CLAIM: A claim period is certified once it has
      * ended; one already certified is reprinted only when a
      * single employee was asked for.
       CHECK-ONE-CLAIM.
           IF CLAIM-TO OF WS-CASE(WS-CLAIM-IDX) > WS-ASOF
               EXIT PARAGRAPH
           END-IF
           IF CLAIM-CERTIFIED OF WS-CASE(WS-CLAIM-IDX) NOT = 0
                   AND WS-ONLY-EMP-ID = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM RESOLVE-EMPLOYEE
           PERFORM BUILD-MONTH-TABLE
           PERFORM GATHER-PAYROLL
           PERFORM GATHER-ABSENCE-LINES
           PERFORM GATHER-ATTENDANCE
           PERFORM PRINT-CERTIFICATE
           ADD 1 TO WS-CERT-COUNT

           IF CLAIM-CERTIFIED OF WS-CASE(WS-CLAIM-IDX) = 0
               INITIALIZE ABSCASE-SVC-REQ
               INITIALIZE ABSCASE-SVC-RES
               SET OP-CERTIFY OF ABSCASE-SVC-REQ TO TRUE
               MOVE 'ABSCERT' TO USER-ID OF ABSCASE-SVC-REQ
               MOVE SPACES TO CORR-ID OF ABSCASE-SVC-REQ
               MOVE EMP-ID OF WS-CASE TO Q-EMP-ID OF ABSCASE-SVC-REQ
               MOVE CASE-SEQ OF WS-CASE TO Q-CASE-SEQ OF ABSCASE-SVC-REQ
               MOVE WS-CLAIM-IDX TO Q-CLAIM-NO OF ABSCASE-SVC-REQ
               CALL 'ABSCASE-SVC' USING ABSCASE-SVC-REQ
                                        ABSCASE-SVC-RES
               IF NOT OK OF ABSCASE-SVC-RES
                   DISPLAY 'WARNING: EMP ' EMP-ID OF WS-CASE
                       ' claim ' WS-CLAIM-IDX ' not stamped - '
                       STATUS-MSG OF ABSCASE-SVC-RES
               END-IF
           END-IF
           .

      * RESOLVE-EMPLOYEE: Name for the certificate, and whether the
      * employee is hourly paid at the onset - the minimum
      * guarantee applies to pay by the hour or day.
       RESOLVE-EMPLOYEE.
           MOVE SPACES TO WS-EMP-NAME
           INITIALIZE EMP-SVC-REQ
           INITIALIZE EMP-SVC-RES
           MOVE 'F' TO OP-CODE OF EMP-SVC-REQ
           MOVE 'ABSCERT' TO USER-ID OF EMP-SVC-REQ
           MOVE SPACES TO CORR-ID OF EMP-SVC-REQ
           MOVE EMP-ID OF WS-CASE TO Q-EMP-ID OF EMP-SVC-REQ
           MOVE ONSET-DATE OF WS-CASE TO AS-OF-DATE OF EMP-SVC-REQ
           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES
           IF OK OF EMP-SVC-RES
               STRING LAST-NAME OF OUT-EMP OF EMP-SVC-RES
                          DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      FIRST-NAME OF OUT-EMP OF EMP-SVC-RES
                          DELIMITED BY '  '
                   INTO WS-EMP-NAME
           END-IF

           SET EMP-NOT-HOURLY-PAID TO TRUE
           INITIALIZE COMP-SVC-REQ
           INITIALIZE COMP-SVC-RES
           SET OP-FIND-AS-OF OF COMP-SVC-REQ TO TRUE
           MOVE 'ABSCERT' TO USER-ID OF COMP-SVC-REQ
           MOVE SPACES TO CORR-ID OF COMP-SVC-REQ
           MOVE EMP-ID OF WS-CASE TO Q-EMP-ID OF COMP-SVC-REQ
           MOVE ONSET-DATE OF WS-CASE TO Q-AS-OF-DATE OF COMP-SVC-REQ
           CALL 'COMP-SVC' USING COMP-SVC-REQ COMP-SVC-RES
           IF OK OF COMP-SVC-RES
                   AND BASIS-HOURLY OF OUT-COMP OF COMP-SVC-RES
               SET EMP-HOURLY-PAID TO TRUE
           END-IF
           .

      * BUILD-MONTH-TABLE: For a work injury the three calendar
      * months before the onset month, then the months from the
      * claim period's first to its last.
       BUILD-MONTH-TABLE.
           MOVE 0 TO WS-MONTH-COUNT
           INITIALIZE WS-MONTH-TABLE

           IF CASE-WORK-INJURY OF WS-CASE
               DIVIDE ONSET-DATE OF WS-CASE BY 100
                   GIVING WS-WORK-PERIOD
               PERFORM STEP-BACK-ONE-MONTH 3 TIMES
               PERFORM ADD-BEFORE-ONSET-MONTH 3 TIMES
           END-IF

           DIVIDE CLAIM-FROM OF WS-CASE(WS-CLAIM-IDX) BY 100
               GIVING WS-WORK-PERIOD
           DIVIDE CLAIM-TO OF WS-CASE(WS-CLAIM-IDX) BY 100
               GIVING WS-LAST-PERIOD
           PERFORM ADD-CLAIM-MONTH
               UNTIL WS-WORK-PERIOD > WS-LAST-PERIOD
                   OR WS-MONTH-COUNT >= MAX-MONTHS
           .

       ADD-BEFORE-ONSET-MONTH.
           ADD 1 TO WS-MONTH-COUNT
           SET WS-MONTH-IDX TO WS-MONTH-COUNT
           MOVE WS-WORK-PERIOD TO WS-MT-PERIOD(WS-MONTH-IDX)
           SET MT-BEFORE-ONSET(WS-MONTH-IDX) TO TRUE
           PERFORM COMPUTE-CALENDAR-DAYS
           MOVE WS-CAL-DAYS TO WS-MT-CAL-DAYS(WS-MONTH-IDX)
           PERFORM STEP-FORWARD-ONE-MONTH
           .

       ADD-CLAIM-MONTH.
           ADD 1 TO WS-MONTH-COUNT
           SET WS-MONTH-IDX TO WS-MONTH-COUNT
           MOVE WS-WORK-PERIOD TO WS-MT-PERIOD(WS-MONTH-IDX)
           SET MT-CLAIM-MONTH(WS-MONTH-IDX) TO TRUE
           PERFORM COMPUTE-CALENDAR-DAYS
           MOVE WS-CAL-DAYS TO WS-MT-CAL-DAYS(WS-MONTH-IDX)
           PERFORM STEP-FORWARD-ONE-MONTH
           .

       STEP-BACK-ONE-MONTH.
           DIVIDE WS-WORK-PERIOD BY 100
               GIVING WS-WORK-YEAR REMAINDER WS-WORK-MONTH
           IF WS-WORK-MONTH = 1
               SUBTRACT 1 FROM WS-WORK-YEAR
               MOVE 12 TO WS-WORK-MONTH
           ELSE
               SUBTRACT 1 FROM WS-WORK-MONTH
           END-IF
           COMPUTE WS-WORK-PERIOD = WS-WORK-YEAR * 100 + WS-WORK-MONTH
           .

       STEP-FORWARD-ONE-MONTH.
           DIVIDE WS-WORK-PERIOD BY 100
               GIVING WS-WORK-YEAR REMAINDER WS-WORK-MONTH
           IF WS-WORK-MONTH = 12
               ADD 1 TO WS-WORK-YEAR
               MOVE 1 TO WS-WORK-MONTH
           ELSE
               ADD 1 TO WS-WORK-MONTH
           END-IF
           COMPUTE WS-WORK-PERIOD = WS-WORK-YEAR * 100 + WS-WORK-MONTH
           .

      * COMPUTE-CALENDAR-DAYS: Days in month WS-WORK-PERIOD, with
      * the Gregorian leap-year rule.
       COMPUTE-CALENDAR-DAYS.
           DIVIDE WS-WORK-PERIOD BY 100
               GIVING WS-WORK-YEAR REMAINDER WS-WORK-MONTH
           EVALUATE WS-WORK-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-CAL-DAYS
               WHEN 2
                   DIVIDE WS-WORK-YEAR BY 4
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-4
                   DIVIDE WS-WORK-YEAR BY 100
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-100
                   DIVIDE WS-WORK-YEAR BY 400
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-400
                   IF WS-LEAP-REM-400 = 0
                           OR (WS-LEAP-REM-4 = 0
                               AND WS-LEAP-REM-100 NOT = 0)
                       MOVE 29 TO WS-CAL-DAYS
                   ELSE
                       MOVE 28 TO WS-CAL-DAYS
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-CAL-DAYS
           END-EVALUATE
           .

      * FIND-MONTH: WS-MONTH-IDX set to the table month for
      * WS-CARD-PERIOD when there is one.
       FIND-MONTH.
           SET MONTH-NOT-FOUND TO TRUE
           SET WS-MONTH-IDX TO 1
           SEARCH WS-MONTH-ENTRY
               AT END
                   CONTINUE
               WHEN WS-MONTH-IDX > WS-MONTH-COUNT
                   CONTINUE
               WHEN WS-MT-PERIOD(WS-MONTH-IDX) = WS-CARD-PERIOD
                   SET MONTH-FOUND TO TRUE
           END-SEARCH
           .

      * GATHER-PAYROLL: The employee's regular payrolls for the
      * table months - voided runs and bonus or special runs left
      * out.
       GATHER-PAYROLL.
           MOVE 0 TO WS-PID-COUNT
           OPEN INPUT PAYROLL-FILE
           IF NOT PAY-FILE-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL PAY-FILE-EOF
               READ PAYROLL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PAYROLL-RECORD TO WS-PAY-REC
                       IF EMP-ID OF WS-PAY-REC = EMP-ID OF WS-CASE
                               AND RUN-REGULAR OF WS-PAY-REC
                               AND NOT PAY-VOIDED OF WS-PAY-REC
                           PERFORM TAKE-ONE-PAYROLL
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PAYROLL-FILE
           .

       TAKE-ONE-PAYROLL.
           MOVE PAY-PERIOD OF WS-PAY-REC TO WS-CARD-PERIOD
           PERFORM FIND-MONTH
           IF MONTH-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           ADD GROSS-PAY OF WS-PAY-REC TO WS-MT-GROSS(WS-MONTH-IDX)
           MOVE 'Y' TO WS-MT-PAID-SW(WS-MONTH-IDX)
           IF WS-PID-COUNT < MAX-PAY-IDS
               ADD 1 TO WS-PID-COUNT
               MOVE PAY-ID OF WS-PAY-REC
                   TO WS-PID-PAY-ID(WS-PID-COUNT)
               SET WS-PID-MONTH(WS-PID-COUNT) TO WS-MONTH-IDX
           END-IF
           .

      * GATHER-ABSENCE-LINES: The unpaid absence deductions taken
      * from those payrolls.
       GATHER-ABSENCE-LINES.
           IF WS-PID-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PAYDTL-FILE
           IF NOT DTL-FILE-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL DTL-FILE-EOF
               READ PAYDTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PAYDTL-RECORD TO WS-DTL-REC
                       IF LINE-ABSENCE OF WS-DTL-REC
                           PERFORM TAKE-ONE-ABSENCE-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PAYDTL-FILE
           .

       TAKE-ONE-ABSENCE-LINE.
           SET WS-PID-IDX TO 1
           SEARCH WS-PID-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PID-IDX > WS-PID-COUNT
                   CONTINUE
               WHEN WS-PID-PAY-ID(WS-PID-IDX) = PAY-ID OF WS-DTL-REC
                   SET WS-MONTH-IDX TO WS-PID-MONTH(WS-PID-IDX)
                   ADD LINE-AMOUNT OF WS-DTL-REC
                       TO WS-MT-ABSENCE(WS-MONTH-IDX)
           END-SEARCH
           .

      * GATHER-ATTENDANCE: Days the timecards show the employee at
      * work - every day of a month before the onset, and only the
      * days inside the claim period for a claim month.
       GATHER-ATTENDANCE.
           MOVE 0 TO WS-DATE-COUNT
           OPEN INPUT TIMECARD-FILE
           IF NOT TC-FILE-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL TC-FILE-EOF
               READ TIMECARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TIMECARD-RECORD TO WS-TC-REC
                       IF EMP-ID OF WS-TC-REC = EMP-ID OF WS-CASE
                           PERFORM TAKE-ONE-TIMECARD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TIMECARD-FILE
           .

       TAKE-ONE-TIMECARD.
           DIVIDE WORK-DATE OF WS-TC-REC BY 100
               GIVING WS-CARD-PERIOD
           PERFORM FIND-MONTH
           IF MONTH-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           IF MT-CLAIM-MONTH(WS-MONTH-IDX)
               IF WORK-DATE OF WS-TC-REC
                       < CLAIM-FROM OF WS-CASE(WS-CLAIM-IDX)
                       OR WORK-DATE OF WS-TC-REC
                       > CLAIM-TO OF WS-CASE(WS-CLAIM-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-IF

           SET DATE-NOT-SEEN TO TRUE
           IF WS-DATE-COUNT > 0
               SET WS-DATE-IDX TO 1
               SEARCH WS-ATTENDED-DATE
                   AT END
                       CONTINUE
                   WHEN WS-DATE-IDX > WS-DATE-COUNT
                       CONTINUE
                   WHEN WS-ATTENDED-DATE(WS-DATE-IDX)
                           = WORK-DATE OF WS-TC-REC
                       SET DATE-ALREADY-SEEN TO TRUE
               END-SEARCH
           END-IF
           IF DATE-ALREADY-SEEN
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-MT-DAYS-WORKED(WS-MONTH-IDX)
           IF WS-DATE-COUNT < MAX-DATES
               ADD 1 TO WS-DATE-COUNT
               MOVE WORK-DATE OF WS-TC-REC
                   TO WS-ATTENDED-DATE(WS-DATE-COUNT)
           END-IF
           .

      * PRINT-CERTIFICATE: The case heading, the claim period month
      * by month, and for a work injury the average wage.
       PRINT-CERTIFICATE.
           IF CASE-WORK-INJURY OF WS-CASE
               MOVE 'WORK INJURY (ROSAI)' TO WS-CASE-TYPE-TEXT
           ELSE
               MOVE 'ILLNESS (SHOBYO TEATE)' TO WS-CASE-TYPE-TEXT
           END-IF

           MOVE EMP-ID OF WS-CASE TO WS-EMP-ID-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'EMP ' WS-EMP-ID-DISPLAY ' ' WS-EMP-NAME
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING '  CASE ' CASE-SEQ OF WS-CASE
                  '  ' WS-CASE-TYPE-TEXT
                  '  ONSET ' ONSET-DATE OF WS-CASE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF WAIT-MET OF WS-CASE
               STRING '  WAITING PERIOD ' WAIT-FROM OF WS-CASE
                      ' - ' WAIT-TO OF WS-CASE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               MOVE '  WAITING PERIOD NOT YET MET' TO WS-RPT-LINE
           END-IF
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING '  CLAIM ' WS-CLAIM-IDX
                  '  PERIOD ' CLAIM-FROM OF WS-CASE(WS-CLAIM-IDX)
                  ' - ' CLAIM-TO OF WS-CASE(WS-CLAIM-IDX)
                  '  SUBMITTED '
                  CLAIM-SUBMITTED OF WS-CASE(WS-CLAIM-IDX)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           PERFORM EMIT-PRINT-LINE

           STRING '  MONTH    REGULAR PAY   ABSENCE DEDUCTION'
                  '  DAYS WORKED'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE 0 TO WS-CLAIM-GROSS
           MOVE 0 TO WS-CLAIM-ABSENCE
           MOVE 0 TO WS-CLAIM-DAYS-WORKED
           PERFORM PRINT-CLAIM-MONTH
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > WS-MONTH-COUNT
           MOVE WS-CLAIM-GROSS TO WS-AMOUNT-DISPLAY
           MOVE WS-CLAIM-ABSENCE TO WS-AMOUNT2-DISPLAY
           MOVE WS-CLAIM-DAYS-WORKED TO WS-DAYS-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING '  TOTAL ' WS-AMOUNT-DISPLAY
                  '   ' WS-AMOUNT2-DISPLAY
                  '          ' WS-DAYS-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           IF CASE-WORK-INJURY OF WS-CASE
               PERFORM PRINT-AVERAGE-WAGE
           END-IF

           PERFORM EMIT-PRINT-LINE
           MOVE ALL '-' TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

       PRINT-CLAIM-MONTH.
           IF NOT MT-CLAIM-MONTH(WS-MONTH-IDX)
               EXIT PARAGRAPH
           END-IF

           ADD WS-MT-GROSS(WS-MONTH-IDX) TO WS-CLAIM-GROSS
           ADD WS-MT-ABSENCE(WS-MONTH-IDX) TO WS-CLAIM-ABSENCE
           ADD WS-MT-DAYS-WORKED(WS-MONTH-IDX) TO WS-CLAIM-DAYS-WORKED

           MOVE WS-MT-GROSS(WS-MONTH-IDX) TO WS-AMOUNT-DISPLAY
           MOVE WS-MT-ABSENCE(WS-MONTH-IDX) TO WS-AMOUNT2-DISPLAY
           MOVE WS-MT-DAYS-WORKED(WS-MONTH-IDX) TO WS-DAYS-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING '  ' WS-MT-PERIOD(WS-MONTH-IDX)
                  WS-AMOUNT-DISPLAY
                  '   ' WS-AMOUNT2-DISPLAY
                  '          ' WS-DAYS-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           IF NOT MT-PAID(WS-MONTH-IDX)
               MOVE 'NO REGULAR PAYROLL' TO WS-RPT-LINE(70:18)
           END-IF
           PERFORM EMIT-PRINT-LINE
           .

      * PRINT-AVERAGE-WAGE: Regular pay of the three months before
      * the onset over their calendar days; hourly-paid staff are
      * guaranteed at least 60% of that pay over the days worked.
      * Sen below the unit are dropped.
       PRINT-AVERAGE-WAGE.
           PERFORM EMIT-PRINT-LINE
           MOVE '  AVERAGE WAGE - THREE MONTHS BEFORE THE ONSET'
               TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE 0 TO WS-AVG-TOTAL
           MOVE 0 TO WS-AVG-CAL-DAYS
           MOVE 0 TO WS-AVG-WORK-DAYS
           PERFORM PRINT-BEFORE-ONSET-MONTH
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > WS-MONTH-COUNT

           MOVE 0 TO WS-AVG-BASIC
           MOVE 0 TO WS-AVG-MINIMUM
           IF WS-AVG-CAL-DAYS > 0
               COMPUTE WS-AVG-BASIC = WS-AVG-TOTAL / WS-AVG-CAL-DAYS
           END-IF
           IF EMP-HOURLY-PAID AND WS-AVG-WORK-DAYS > 0
               COMPUTE WS-AVG-MINIMUM =
                   WS-AVG-TOTAL / WS-AVG-WORK-DAYS * 60 / 100
           END-IF
           MOVE WS-AVG-BASIC TO WS-AVG-WAGE
           IF WS-AVG-MINIMUM > WS-AVG-WAGE
               MOVE WS-AVG-MINIMUM TO WS-AVG-WAGE
           END-IF
           COMPUTE WS-WAIT-COMPENSATION = WS-AVG-WAGE * 60 / 100 * 3

           MOVE WS-AVG-TOTAL TO WS-AMOUNT-DISPLAY
           MOVE WS-AVG-CAL-DAYS TO WS-DAYS-DISPLAY
           MOVE WS-AVG-WORK-DAYS TO WS-DAYS2-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING '  TOTAL ' WS-AMOUNT-DISPLAY
                  '   CALENDAR DAYS ' WS-DAYS-DISPLAY
                  '   DAYS WORKED ' WS-DAYS2-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE WS-AVG-BASIC TO WS-RATE-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING '  PAY / CALENDAR DAYS              ' WS-RATE-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           IF EMP-HOURLY-PAID
               MOVE WS-AVG-MINIMUM TO WS-RATE-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING '  MINIMUM (PAY / DAYS WORKED x 60%) '
                      WS-RATE-DISPLAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-IF
           MOVE WS-AVG-WAGE TO WS-RATE-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING '  AVERAGE WAGE                     ' WS-RATE-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-WAIT-COMPENSATION TO WS-RATE-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING '  EMPLOYER WAITING-PERIOD PAY      ' WS-RATE-DISPLAY
                  '  (60% x 3 DAYS)'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

       PRINT-BEFORE-ONSET-MONTH.
           IF NOT MT-BEFORE-ONSET(WS-MONTH-IDX)
               EXIT PARAGRAPH
           END-IF

           ADD WS-MT-GROSS(WS-MONTH-IDX) TO WS-AVG-TOTAL
           ADD WS-MT-CAL-DAYS(WS-MONTH-IDX) TO WS-AVG-CAL-DAYS
           ADD WS-MT-DAYS-WORKED(WS-MONTH-IDX) TO WS-AVG-WORK-DAYS

           MOVE WS-MT-GROSS(WS-MONTH-IDX) TO WS-AMOUNT-DISPLAY
           MOVE WS-MT-CAL-DAYS(WS-MONTH-IDX) TO WS-DAYS-DISPLAY
           MOVE WS-MT-DAYS-WORKED(WS-MONTH-IDX) TO WS-DAYS2-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING '  ' WS-MT-PERIOD(WS-MONTH-IDX)
                  WS-AMOUNT-DISPLAY
                  '   CALENDAR DAYS ' WS-DAYS-DISPLAY
                  '   DAYS WORKED ' WS-DAYS2-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           IF NOT MT-PAID(WS-MONTH-IDX)
               MOVE 'NO REGULAR PAYROLL' TO WS-RPT-LINE(70:18)
           END-IF
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

       END PROGRAM ABSCERT.
