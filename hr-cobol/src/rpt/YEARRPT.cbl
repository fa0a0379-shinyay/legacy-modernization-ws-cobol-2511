      *          master for name and address, and print one annual
      *          withholding statement per employee plus a company
      *          total page - the figures the December tax statements
      *          are built from. Where the year-end adjustment has
      *          been computed, the statement (gensen choshuhyo)
      *          carries the final annual tax and the deductions
      *          applied from the YEADJ-SVC record as well. An
      *          employee paid by more than one company in the year
      *          (an intercompany transfer) gets a statement per
      *          paying company; only the company they were with at
      *          the end carries the year-end adjustment. The
      *          statement of an employee whose consent to electronic
      *          delivery is in force on the run date goes to the
      *          portal delivery file instead of the print report.
      *          When PAYEXT-UTIL finds the PAYEXTR extract of every
      *          month of the year current (or the month empty), the
      *          live-file part of the year is read from them.
      * Input: hr-cobol/data/payroll.dat
      *        hr-cobol/data/extract/payext_<YYYYMM>.dat (when
      *        current)
      *        hr-cobol/data/archive/payroll_arch_<YYYY>.dat (when
      *        the requested year has been archived)
      *        hr-cobol/data/employees.dat (via EMP-SVC)
      *        hr-cobol/data/yeadj.dat (via YEADJ-SVC)
      *        hr-cobol/data/consent.dat (via CNST-SVC)
      * Output: hr-cobol/data/reports/yearend_<YYYY>.rpt
      *         hr-cobol/data/export/portal_wht_<YYYY>.dat
      *          1-1   document type ('W')
      *          2-10  EMP-ID
      *          11-30 PORTAL-ID
      *          31-34 tax year
      *          35-134 statement line
      *         Console summary (DISPLAY)
      * Parm: YEARRPT_YEAR environment variable (YYYY, required)
      ******************************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT EXTRACT-FILE
               ASSIGN TO DYNAMIC WS-EXTRACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-FILE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

      *    Statements for employees consenting to electronic
      *    delivery, one file for the year for the portal to load
           SELECT PORTAL-FILE
               ASSIGN TO DYNAMIC WS-PORTAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-FILE.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD           PIC X(1000).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD           PIC X(800).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(100).

       FD  PORTAL-FILE.
       01  PORTAL-RECORD.
           05  PTL-DOC-TYPE         PIC X.
           05  PTL-EMP-ID           PIC 9(9).
           05  PTL-PORTAL-ID        PIC X(20).
           05  PTL-TAX-YEAR         PIC 9(4).
           05  PTL-TEXT             PIC X(100).

       WORKING-STORAGE SECTION.

           COPY constants.
           88  ARCH-FILE-OK             VALUE '00'.
           88  ARCH-FILE-EOF            VALUE '10'.

      * The year's twelve period extracts, read in place of the
      * live file when every month's is current or the month empty
       01  WS-EXT-FILE-STATUS       PIC XX.
           88  EXT-FILE-OK              VALUE '00'.
           88  EXT-FILE-EOF             VALUE '10'.
       01  WS-EXTRACT-PATH          PIC X(60).
       01  WS-PX-REC.
           COPY payext.
       01  WS-PX-OP                 PIC X(2).
       01  WS-PX-PERIOD             PIC 9(6).
       01  WS-PX-PAY-COUNT          PIC 9(7).
       01  WS-PX-LAST-CHANGE        PIC 9(14).
       01  WS-PX-RESULT             PIC X.
           88  PX-EXTRACT-CURRENT       VALUE 'C'.
       01  WS-PX-STATUS             PIC 9.
       01  WS-MX-IDX                PIC 9(2).
       01  WS-EXTRACT-SW            PIC X.
           88  YEAR-FROM-EXTRACTS       VALUE 'Y'.
           88  YEAR-FROM-PAYROLL-FILE   VALUE 'N'.

       01  WS-RPT-FILE-STATUS       PIC XX.
       01  WS-PTL-FILE-STATUS       PIC XX.
       01  WS-PORTAL-PATH           PIC X(60).

       01  WS-PAY-REC.
           COPY payroll REPLACING ==05== BY ==10==.
       01  WS-PAY-YEAR              PIC 9(4).
       01  WS-PAY-COMPANY           PIC X(2).
      *    The company the employee's latest version belongs to
       01  WS-EMP-COMPANY           PIC X(2).

      * Working storage for EMP-SVC calls - name and address for
      * each statement
           COPY emp-req.
           COPY emp-res.

      * Working storage for YEADJ-SVC calls - the year-end
      * adjustment's final tax and deductions for each statement
           COPY yeadj-req.
           COPY yeadj-res.

      * Working storage for CNST-SVC calls - whether the employee's
      * consent to electronic delivery is in force on the run date
           COPY cnst-req.
           COPY cnst-res.
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-DELIVERY-SW           PIC X.
           88  STMT-TO-PORTAL           VALUE 'Y'.
           88  STMT-TO-PRINT            VALUE 'N'.
       01  WS-TOT-PORTAL            PIC 9(6) VALUE 0.

      * Per-employee, per-paying-company annual accumulators
       78  MAX-YEAR-EMPS            VALUE 5000.
       01  WS-ACC-COUNT             PIC 9(5) VALUE 0.
       01  WS-ACC-TABLE.
           05  WS-ACC-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-ACC-IDX.
               10  WS-ACC-EMP-ID        PIC 9(9).
               10  WS-ACC-COMPANY       PIC X(2).
               10  WS-ACC-GROSS         PIC S9(13)V99.
               10  WS-ACC-DEDUCT        PIC S9(13)V99.
               10  WS-ACC-NET           PIC S9(13)V99.
       01  WS-TOT-DEDUCT            PIC S9(15)V99 VALUE 0.
       01  WS-TOT-NET               PIC S9(15)V99 VALUE 0.
       01  WS-TOT-RECORDS           PIC 9(6) VALUE 0.
       01  WS-TOT-FINAL-TAX         PIC S9(15)V99 VALUE 0.
       01  WS-TOT-ADJUSTED          PIC 9(6) VALUE 0.

      * Display fields
       01  WS-DISPLAY-EMP-ID        PIC Z(8)9.

           DISPLAY 'Accumulating payroll year ' WS-YEAR-FILTER

           PERFORM CHECK-YEAR-EXTRACTS
           IF YEAR-FROM-EXTRACTS
               DISPLAY 'Reading the period extracts'
               PERFORM ACCUMULATE-EXTRACT-MONTH
                   VARYING WS-MX-IDX FROM 1 BY 1
                   UNTIL WS-MX-IDX > 12
           ELSE
               PERFORM ACCUMULATE-PAYROLL-YEAR
           END-IF
           PERFORM ACCUMULATE-ARCHIVED-YEAR

           IF WS-ACC-COUNT = 0
               STOP RUN
           END-IF

      *    The portal file is written even when empty so a re-run
      *    replaces an earlier one for the year
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-PORTAL-PATH
           STRING 'hr-cobol/data/export/portal_wht_'
                  WS-YEAR-FILTER '.dat'
               DELIMITED BY SIZE INTO WS-PORTAL-PATH
           OPEN OUTPUT PORTAL-FILE
           IF WS-PTL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open portal delivery file'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM PRINT-ONE-STATEMENT
               VARYING WS-ACC-IDX FROM 1 BY 1
               UNTIL WS-ACC-IDX > WS-ACC-COUNT
           PERFORM PRINT-COMPANY-TOTALS

           CLOSE REPORT-FILE
           CLOSE PORTAL-FILE

           MOVE WS-ACC-COUNT TO WS-DISPLAY-COUNT
           DISPLAY 'Statements written: ' WS-DISPLAY-COUNT
           MOVE WS-TOT-PORTAL TO WS-DISPLAY-COUNT
           DISPLAY 'To the portal:      ' WS-DISPLAY-COUNT
           DISPLAY 'Report file: ' WS-REPORT-PATH
           DISPLAY 'Portal file: ' WS-PORTAL-PATH
           STOP RUN
           .

           CLOSE PAYROLL-FILE
           .

      * CHECK-YEAR-EXTRACTS: The extracts stand in for the live file
      * only when no month of the year has a payroll they miss - the
      * utility checks all twelve in one pass of the live file.
       CHECK-YEAR-EXTRACTS.
           MOVE 'Y' TO WS-PX-OP
           COMPUTE WS-PX-PERIOD = WS-YEAR-FILTER * 100 + 1
           CALL 'PAYEXT-UTIL' USING WS-PX-OP WS-PX-PERIOD
                                    WS-EXTRACT-PATH WS-PX-PAY-COUNT
                                    WS-PX-LAST-CHANGE WS-PX-RESULT
                                    WS-PX-STATUS
           IF WS-PX-STATUS = 0 AND PX-EXTRACT-CURRENT
               SET YEAR-FROM-EXTRACTS TO TRUE
           ELSE
               SET YEAR-FROM-PAYROLL-FILE TO TRUE
           END-IF
           .

      * ACCUMULATE-EXTRACT-MONTH: One month's extract - a month with
      * no payroll has none on file.
       ACCUMULATE-EXTRACT-MONTH.
           COMPUTE WS-PX-PERIOD = WS-YEAR-FILTER * 100 + WS-MX-IDX
           MOVE SPACES TO WS-EXTRACT-PATH
           STRING 'hr-cobol/data/extract/payext_'
                  WS-PX-PERIOD '.dat'
               DELIMITED BY SIZE INTO WS-EXTRACT-PATH
           OPEN INPUT EXTRACT-FILE
           IF NOT EXT-FILE-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL EXT-FILE-EOF
               READ EXTRACT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE EXTRACT-RECORD TO WS-PX-REC
                       IF PX-DETAIL
                           MOVE PX-PAYROLL TO WS-PAY-REC
                           PERFORM ACCUMULATE-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EXTRACT-FILE
           .

      * ACCUMULATE-ARCHIVED-YEAR: Folds the requested year's
      * archived records in as well - once the year has been moved
      * out of the live payroll file, its withholding statements
           .

       FIND-OR-ADD-ACC-ENTRY.
           MOVE COMPANY-CODE OF WS-PAY-REC TO WS-PAY-COMPANY
           IF WS-PAY-COMPANY = SPACES
               MOVE '01' TO WS-PAY-COMPANY
           END-IF
           SET ACC-NOT-FOUND TO TRUE
           SET WS-ACC-IDX TO 1
           SEARCH WS-ACC-ENTRY
                       SET WS-ACC-IDX TO WS-ACC-COUNT
                       MOVE EMP-ID OF WS-PAY-REC
                           TO WS-ACC-EMP-ID(WS-ACC-IDX)
                       MOVE WS-PAY-COMPANY
                           TO WS-ACC-COMPANY(WS-ACC-IDX)
                       MOVE 0 TO WS-ACC-GROSS(WS-ACC-IDX)
                       MOVE 0 TO WS-ACC-DEDUCT(WS-ACC-IDX)
                       MOVE 0 TO WS-ACC-NET(WS-ACC-IDX)
                   END-IF
               WHEN WS-ACC-EMP-ID(WS-ACC-IDX)
                       = EMP-ID OF WS-PAY-REC
                   AND WS-ACC-COMPANY(WS-ACC-IDX) = WS-PAY-COMPANY
                   SET ACC-FOUND TO TRUE
           END-SEARCH
           .

       PRINT-ONE-STATEMENT.
           PERFORM CHECK-ELECTRONIC-DELIVERY
           IF STMT-TO-PORTAL
               ADD 1 TO WS-TOT-PORTAL
           END-IF

           MOVE SPACES TO REPORT-RECORD
           MOVE '=============================================='
               TO REPORT-RECORD
           PERFORM PUT-STATEMENT-LINE

           MOVE SPACES TO REPORT-RECORD
           STRING 'ANNUAL WITHHOLDING STATEMENT - ' WS-YEAR-FILTER
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM PUT-STATEMENT-LINE

           MOVE '=============================================='
               TO REPORT-RECORD
           PERFORM PUT-STATEMENT-LINE

           MOVE WS-ACC-EMP-ID(WS-ACC-IDX) TO WS-DISPLAY-EMP-ID
           MOVE SPACES TO REPORT-RECORD
           STRING 'Employee: ' WS-DISPLAY-EMP-ID
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM PUT-STATEMENT-LINE

           MOVE SPACES TO REPORT-RECORD
           STRING 'Paying company: ' WS-ACC-COMPANY(WS-ACC-IDX)
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM PUT-STATEMENT-LINE

           PERFORM LOOK-UP-EMPLOYEE
           MOVE WS-ACC-COMPANY(WS-ACC-IDX) TO WS-EMP-COMPANY
           IF OK OF EMP-SVC-RES
               IF COMPANY-CODE OF OUT-EMP OF EMP-SVC-RES = SPACES
                   MOVE '01' TO WS-EMP-COMPANY
               ELSE
                   MOVE COMPANY-CODE OF OUT-EMP OF EMP-SVC-RES
                       TO WS-EMP-COMPANY
               END-IF
               MOVE SPACES TO REPORT-RECORD
               STRING 'Name:     '
                      LAST-NAME OF OUT-EMP OF EMP-SVC-RES(1:20)
                      ' '
                      FIRST-NAME OF OUT-EMP OF EMP-SVC-RES(1:20)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM PUT-STATEMENT-LINE

               MOVE SPACES TO REPORT-RECORD
               STRING 'Address:  '
                      ADDR-LINE-1 OF OUT-EMP OF EMP-SVC-RES
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM PUT-STATEMENT-LINE

               MOVE SPACES TO REPORT-RECORD
               STRING '          '
                      ' '
                      POSTAL-CODE OF OUT-EMP OF EMP-SVC-RES
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM PUT-STATEMENT-LINE
           END-IF

           MOVE WS-ACC-PERIODS(WS-ACC-IDX) TO WS-DISPLAY-PERIODS
           MOVE SPACES TO REPORT-RECORD
           STRING 'Periods paid:       ' WS-DISPLAY-PERIODS
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM PUT-STATEMENT-LINE

           MOVE WS-ACC-GROSS(WS-ACC-IDX) TO WS-DISPLAY-AMT
           MOVE SPACES TO REPORT-RECORD
           STRING 'Annual gross:       ' WS-DISPLAY-AMT
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM PUT-STATEMENT-LINE

           MOVE WS-ACC-DEDUCT(WS-ACC-IDX) TO WS-DISPLAY-AMT
           MOVE SPACES TO REPORT-RECORD
           STRING 'Annual deductions:  ' WS-DISPLAY-AMT
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM PUT-STATEMENT-LINE

           MOVE WS-ACC-NET(WS-ACC-IDX) TO WS-DISPLAY-AMT
           MOVE SPACES TO REPORT-RECORD
           STRING 'Annual net:         ' WS-DISPLAY-AMT
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM PUT-STATEMENT-LINE

           PERFORM PRINT-YEAR-END-ADJUSTMENT

           MOVE SPACES TO REPORT-RECORD
           PERFORM PUT-STATEMENT-LINE
           .

      * PRINT-YEAR-END-ADJUSTMENT: The final annual tax and the
      * deductions the year-end adjustment applied, when YEARADJ
      * has computed it for the employee; otherwise a note that the
      * amounts withheld stand as they are. The adjustment belongs
      * to the company the employee ended the year with - the
      * statement of a company left mid-year shows only what it
      * withheld.
       PRINT-YEAR-END-ADJUSTMENT.
           IF WS-EMP-COMPANY NOT = WS-ACC-COMPANY(WS-ACC-IDX)
               MOVE SPACES TO REPORT-RECORD
               STRING 'Year-end adjustment: not performed '
                      '(left for company ' WS-EMP-COMPANY ')'
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM PUT-STATEMENT-LINE
               EXIT PARAGRAPH
           END-IF

           INITIALIZE YEADJ-SVC-REQ
           INITIALIZE YEADJ-SVC-RES
           SET OP-FIND OF YEADJ-SVC-REQ TO TRUE
           MOVE 'YEARRPT' TO USER-ID OF YEADJ-SVC-REQ
           MOVE SPACES TO CORR-ID OF YEADJ-SVC-REQ
           MOVE WS-ACC-EMP-ID(WS-ACC-IDX) TO Q-EMP-ID OF YEADJ-SVC-REQ
           MOVE WS-YEAR-FILTER TO Q-TAX-YEAR OF YEADJ-SVC-REQ
           CALL 'YEADJ-SVC' USING YEADJ-SVC-REQ YEADJ-SVC-RES

           IF NOT OK OF YEADJ-SVC-RES
                   OR ADJ-DECLARED OF OUT-YEADJ OF YEADJ-SVC-RES
               MOVE SPACES TO REPORT-RECORD
               MOVE 'Year-end adjustment: not performed'
                   TO REPORT-RECORD
               PERFORM PUT-STATEMENT-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TOT-ADJUSTED
           ADD ANNUAL-TAX OF OUT-YEADJ OF YEADJ-SVC-RES
               TO WS-TOT-FINAL-TAX

           MOVE SPACES TO REPORT-RECORD
           MOVE 'Year-end adjustment:' TO REPORT-RECORD
           PERFORM PUT-STATEMENT-LINE

           MOVE ANNUAL-PAY OF OUT-YEADJ OF YEADJ-SVC-RES
               TO WS-DISPLAY-AMT
           MOVE SPACES TO REPORT-RECORD
           STRING '  Payment amount:   ' WS-DISPLAY-AMT
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM PUT-STATEMENT-LINE

           MOVE EMPLOYMENT-INCOME OF OUT-YEADJ OF YEADJ-SVC-RES
               TO WS-DISPLAY-AMT
           MOVE SPACES TO REPORT-RECORD
           STRING '  After deduction:  ' WS-DISPLAY-AMT
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM PUT-STATEMENT-LINE

           MOVE SI-DEDUCTION OF OUT-YEADJ OF YEADJ-SVC-RES
               TO WS-DISPLAY-AMT
           MOVE SPACES TO REPORT-RECORD
           STRING '  Social insurance: ' WS-DISPLAY-AMT
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM PUT-STATEMENT-LINE

           MOVE LIFE-INS-DEDUCTION OF OUT-YEADJ OF YEADJ-SVC-RES
               TO WS-DISPLAY-AMT
           MOVE SPACES TO REPORT-RECORD
           STRING '  Life insurance:   ' WS-DISPLAY-AMT
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM PUT-STATEMENT-LINE

           MOVE EARTHQUAKE-DEDUCTION OF OUT-YEADJ OF YEADJ-SVC-RES
               TO WS-DISPLAY-AMT
           MOVE SPACES TO REPORT-RECORD
           STRING '  Earthquake ins.:  ' WS-DISPLAY-AMT
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM PUT-STATEMENT-LINE

           MOVE SPOUSE-DEDUCTION OF OUT-YEADJ OF YEADJ-SVC-RES
               TO WS-DISPLAY-AMT
           MOVE SPACES TO REPORT-RECORD
           STRING '  Spouse:           ' WS-DISPLAY-AMT
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM PUT-STATEMENT-LINE

           MOVE DEPENDENT-DEDUCTION OF OUT-YEADJ OF YEADJ-SVC-RES
               TO WS-DISPLAY-AMT
           MOVE SPACES TO REPORT-RECORD
           STRING '  Dependents:       ' WS-DISPLAY-AMT
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM PUT-STATEMENT-LINE

           MOVE BASIC-DEDUCTION OF OUT-YEADJ OF YEADJ-SVC-RES
               TO WS-DISPLAY-AMT
           MOVE SPACES TO REPORT-RECORD
           STRING '  Basic:            ' WS-DISPLAY-AMT
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM PUT-STATEMENT-LINE

           IF HOUSING-LOAN-CREDIT OF OUT-YEADJ OF YEADJ-SVC-RES > 0
               MOVE HOUSING-LOAN-CREDIT OF OUT-YEADJ OF YEADJ-SVC-RES
                   TO WS-DISPLAY-AMT
               MOVE SPACES TO REPORT-RECORD
               STRING '  Housing loan:     ' WS-DISPLAY-AMT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM PUT-STATEMENT-LINE
           END-IF

           MOVE ANNUAL-TAX OF OUT-YEADJ OF YEADJ-SVC-RES
               TO WS-DISPLAY-AMT
           MOVE SPACES TO REPORT-RECORD
           STRING 'Final annual tax:   ' WS-DISPLAY-AMT
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM PUT-STATEMENT-LINE

           MOVE ADJUST-AMOUNT OF OUT-YEADJ OF YEADJ-SVC-RES
               TO WS-DISPLAY-AMT
           MOVE SPACES TO REPORT-RECORD
           IF ADJ-BOOKED OF OUT-YEADJ OF YEADJ-SVC-RES
               STRING 'Adjustment booked:  ' WS-DISPLAY-AMT
                      '  period '
                      TARGET-PAY-PERIOD OF OUT-YEADJ OF YEADJ-SVC-RES
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               STRING 'Adjustment pending: ' WS-DISPLAY-AMT
                      '  period '
                      TARGET-PAY-PERIOD OF OUT-YEADJ OF YEADJ-SVC-RES
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF
           PERFORM PUT-STATEMENT-LINE
           .

      * CHECK-ELECTRONIC-DELIVERY: The statement goes to the portal
      * only while the employee's withholding statement consent is
      * in force on the run date; any failure of the lookup prints
      * it.
       CHECK-ELECTRONIC-DELIVERY.
           SET STMT-TO-PRINT TO TRUE
           INITIALIZE CNST-SVC-REQ
           INITIALIZE CNST-SVC-RES
           SET OP-CHECK OF CNST-SVC-REQ TO TRUE
           MOVE 'YEARRPT' TO USER-ID OF CNST-SVC-REQ
           MOVE SPACES TO CORR-ID OF CNST-SVC-REQ
           MOVE WS-ACC-EMP-ID(WS-ACC-IDX) TO Q-EMP-ID OF CNST-SVC-REQ
           MOVE 'W' TO Q-DOC-TYPE OF CNST-SVC-REQ
           MOVE WS-RUN-DATE TO Q-DATE OF CNST-SVC-REQ

           CALL 'CNST-SVC' USING CNST-SVC-REQ CNST-SVC-RES

           IF OK OF CNST-SVC-RES AND DELIVER-PORTAL OF CNST-SVC-RES
               SET STMT-TO-PORTAL TO TRUE
           END-IF
           .

      * PUT-STATEMENT-LINE: Writes the statement line in
      * REPORT-RECORD to the print report, or to the portal delivery
      * file tagged with the employee and portal account.
       PUT-STATEMENT-LINE.
           IF STMT-TO-PRINT
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO PORTAL-RECORD
           MOVE 'W' TO PTL-DOC-TYPE
           MOVE WS-ACC-EMP-ID(WS-ACC-IDX) TO PTL-EMP-ID
           MOVE PORTAL-ID OF OUT-CONSENT OF CNST-SVC-RES
               TO PTL-PORTAL-ID
           MOVE WS-YEAR-FILTER TO PTL-TAX-YEAR
           MOVE REPORT-RECORD TO PTL-TEXT
           WRITE PORTAL-RECORD
           .

       LOOK-UP-EMPLOYEE.

           MOVE WS-ACC-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'Statements:         ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           STRING 'Total net:          ' WS-DISPLAY-TOT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-TOT-ADJUSTED TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'Year-end adjusted:  ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-TOT-FINAL-TAX TO WS-DISPLAY-TOT
           MOVE SPACES TO REPORT-RECORD
           STRING 'Total final tax:    ' WS-DISPLAY-TOT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-TOT-PORTAL TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'To the portal:      ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       END PROGRAM YEARRPT.
