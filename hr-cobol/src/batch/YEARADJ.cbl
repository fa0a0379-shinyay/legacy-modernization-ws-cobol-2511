       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEARADJ.
      ******************************************************************
      * YEARADJ - Year-End Tax Adjustment (Nenmatsu Chosei)
      * Purpose: Works out each employee's annual income tax for the
      *          year and the refund or extra collection against what
      *          was withheld, replacing the spreadsheet. The year's
      *          payroll records (calculated or later, regular and
      *          bonus runs - a retirement allowance is taxed on its
      *          own) give the annual pay, and their detail lines the
      *          non-taxable commuting and absence amounts, the
      *          social insurance premiums and the withheld income
      *          tax. The YEADJ-SVC declarations supply insurance
      *          premiums, spouse and basic deduction claims, the
      *          housing loan credit and a mid-year hire's
      *          prior-employer slip; tax dependents come from
      *          DEP-SVC. The result is stored back on the
      *          declaration record for CALCULATE-DEDUCTIONS to book
      *          in the target regular run, and every employee prints
      *          on the adjustment register for review.
      * Input: hr-cobol/data/payroll.dat
      *        hr-cobol/data/paydtl.dat
      *        YEADJ-SVC, EMP-SVC, DEP-SVC, EXPAT-SVC
      * Output: hr-cobol/data/reports/YEARADJ_<generation>.rpt
      *         (adjustment register, via RPT-PRINT)
      * Parm: YEARADJ_YEAR environment variable (YYYY, required)
      *       YEARADJ_PAY_PERIOD (YYYYMM - the December regular run
      *       of the year, the default, or the following January's)
      * Note: Not adjusted, and listed as such: otsu-column
      *       employees (no dependent declaration with us), leavers
      *       gone before 31 December, and annual pay over the
      *       20,000,000 limit - those file their own returns - and
      *       employees abroad as non-residents on 31 December. A
      *       payroll withheld at the non-resident rate is no part
      *       of the resident year, so a returnee is adjusted on the
      *       pay since coming home. A record already booked to a
      *       payroll is left alone until that payroll is voided.
      *       Run it after the target period's payrolls are
      *       calculated, then recalculate them so the adjustment
      *       line is booked.
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

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-FILE.
       01  PAYROLL-RECORD          PIC X(1000).

       FD  PAYDTL-FILE.
       01  PAYDTL-RECORD           PIC X(200).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'YEARADJ'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

      * As-of date that resolves an employee's latest version even
      * after termination
       78  LATEST-VERSION-DATE     VALUE 99999999.

       01  WS-PAY-FILE-STATUS      PIC XX.
           88  PAY-FILE-OK             VALUE '00'.
           88  PAY-FILE-EOF            VALUE '10'.
           88  PAY-FILE-NOT-FOUND      VALUE '35'.
       01  WS-DTL-FILE-STATUS      PIC XX.
           88  DTL-FILE-OK             VALUE '00'.
           88  DTL-FILE-EOF            VALUE '10'.
           88  DTL-FILE-NOT-FOUND      VALUE '35'.

       01  WS-PAY-REC.
           COPY payroll REPLACING ==05== BY ==10==.
       01  WS-DTL-REC.
           COPY paydtl REPLACING ==05== BY ==10==.

      * Print-file plumbing for the adjustment register
       01  WS-RPT-OP               PIC X.
       01  WS-RPT-NAME             PIC X(8)  VALUE 'YEARADJ'.
       01  WS-RPT-TITLE            PIC X(40)
           VALUE 'YEAR-END TAX ADJUSTMENT REGISTER'.
       01  WS-RPT-OPERATOR         PIC X(16).
       01  WS-RPT-LINE             PIC X(100).
       01  WS-RPT-STATUS           PIC 9.

      * Working storage for RUNCTL-SVC calls
           COPY runctl-req.
           COPY runctl-res.
       01  WS-RUN-PARM             PIC X(10).
       01  WS-RUN-START-TS         PIC 9(14).
       01  WS-ENV-OVERRIDE         PIC X(10).

      * Working storage for YEADJ-SVC, EMP-SVC and DEP-SVC calls
           COPY yeadj-req.
           COPY yeadj-res.
           COPY emp-req.
           COPY emp-res.
           COPY dep-req.
           COPY dep-res.

      * Working storage for EXPAT-SVC calls - a non-resident on 31
      * December is not adjusted
           COPY expt-req.
           COPY expt-res.

       01  WS-ENV-YEAR             PIC X(10).
       01  WS-ENV-PAY-PERIOD       PIC X(10).
       01  WS-TAX-YEAR             PIC 9(4) VALUE 0.
       01  WS-TARGET-PERIOD        PIC 9(6) VALUE 0.
       01  WS-YEAR-END-DATE        PIC 9(8).
       01  WS-PAY-YEAR             PIC 9(4).

      * The legal entity this run covers - records carrying spaces
      * are the pre-company world and read as 01
       01  WS-ENV-COMPANY          PIC X(10).
       01  WS-COMPANY-FILTER       PIC X(2) VALUE '01'.
       01  WS-REC-COMPANY          PIC X(2).
       01  WS-COMPANY-MATCH-SW     PIC X.
           88  RECORD-COMPANY-MATCH    VALUE 'Y'.
           88  RECORD-COMPANY-OTHER    VALUE 'N'.

      * The legacy income tax DEDUCTION rule's lines (before the
      * withholding table) still count as tax withheld, and the
      * commuting allowance is the non-taxable earning
       78  INCOME-TAX-RULE-PREFIX  VALUE 'INCOME-TAX'.
       78  NONTAX-COMMUTE-CODE     VALUE 'COMMUTE'.

      * Per-employee annual accumulators
       78  MAX-YEAR-EMPS           VALUE 5000.
       01  WS-EMP-COUNT            PIC 9(5) VALUE 0.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-EMP-IDX.
               10  WS-ET-EMP-ID        PIC 9(9).
               10  WS-ET-GROSS         PIC 9(13)V99.
               10  WS-ET-NONTAX        PIC 9(13)V99.
               10  WS-ET-SI            PIC 9(13)V99.
               10  WS-ET-WITHHELD      PIC 9(13)V99.

      * The year's payroll records, pointing at their employee's
      * accumulator so the detail pass can slot each line - room for
      * the full employee table paid weekly all year with its bonus
      * runs; a year that still overflows it ends the run before
      * anything is stored
       78  MAX-PAYS                VALUE 300000.
       01  WS-PAY-COUNT            PIC 9(6) VALUE 0.
       01  WS-PAY-FULL-SW          PIC X VALUE 'N'.
           88  PAY-TABLE-FULL          VALUE 'Y'.
       01  WS-PAY-TABLE.
           05  WS-PAY-ENTRY OCCURS 300000 TIMES
                   INDEXED BY WS-PAY-IDX.
               10  WS-PT-PAY-ID        PIC 9(12).
               10  WS-PT-EMP-SLOT      PIC 9(5).
       01  WS-SLOT                 PIC 9(5).
       01  WS-FOUND-SW             PIC X.
           88  SLOT-FOUND              VALUE 'Y'.
           88  SLOT-NOT-FOUND          VALUE 'N'.

      * Statutory amounts of the adjustment
       78  ADJUSTMENT-PAY-LIMIT    VALUE 20000000.
       78  STATUTORY-BASIC-DEDUCTION VALUE 480000.
       78  GENERAL-DEPENDENT-DEDUCTION VALUE 380000.
       78  SPECIFIC-DEPENDENT-DEDUCTION VALUE 630000.
       78  ELDERLY-DEPENDENT-DEDUCTION VALUE 480000.
       78  LIFE-INS-DEDUCTION-CAP  VALUE 120000.
       78  EARTHQUAKE-DEDUCTION-CAP VALUE 50000.
      *    Reconstruction special income tax on top of the income tax
       78  RECONSTRUCTION-RATE     VALUE 1.021.

      * Adjustment work fields - whole yen
       01  WS-YA-PAY               PIC 9(11).
       01  WS-YA-TABLE-PAY         PIC 9(11).
       01  WS-YA-INCOME            PIC S9(11).
       01  WS-YA-SI                PIC 9(11).
       01  WS-YA-LIFE              PIC 9(11).
       01  WS-YA-LIFE-PREMIUM      PIC 9(11).
       01  WS-YA-LIFE-PART         PIC 9(11).
       01  WS-YA-EQ                PIC 9(11).
       01  WS-YA-SPOUSE            PIC 9(11).
       01  WS-YA-BASIC             PIC 9(11).
       01  WS-YA-DEPS              PIC 9(11).
       01  WS-YA-TAXABLE           PIC S9(11).
       01  WS-YA-TAX-CALC          PIC S9(11).
       01  WS-YA-ANNUAL-TAX        PIC 9(11).
       01  WS-YA-WITHHELD          PIC 9(11).
       01  WS-YA-ADJUST            PIC S9(11).
       01  WS-DEP-AGE              PIC S9(4).
       01  WS-DEP-BIRTH-YEAR       PIC 9(4).
       01  WS-DEP-CURSOR           PIC 9(2).
       01  WS-SKIP-REASON          PIC X(30).

      * Register counts and totals
       01  WS-ADJUSTED-COUNT       PIC 9(6) VALUE 0.
       01  WS-SKIPPED-COUNT        PIC 9(6) VALUE 0.
       01  WS-FAILED-COUNT         PIC 9(6) VALUE 0.
       01  WS-TOT-REFUND           PIC 9(13) VALUE 0.
       01  WS-TOT-COLLECT          PIC 9(13) VALUE 0.
       01  WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.
       01  WS-AMOUNT-DISPLAY       PIC ZZ,ZZZ,ZZ9.
       01  WS-AMOUNT-DISPLAY-2     PIC ZZ,ZZZ,ZZ9.
       01  WS-AMOUNT-DISPLAY-3     PIC ZZ,ZZZ,ZZ9.
       01  WS-SMALL-DISPLAY-1      PIC ZZZ,ZZ9.
       01  WS-SMALL-DISPLAY-2      PIC ZZZ,ZZ9.
       01  WS-SMALL-DISPLAY-3      PIC ZZZ,ZZ9.
       01  WS-SMALL-DISPLAY-4      PIC ZZZ,ZZ9.
       01  WS-TOTAL-DISPLAY        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-EMP-ID-DISPLAY       PIC 9(9).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'YEARADJ - Year-End Tax Adjustment v' WS-VERSION

           ACCEPT WS-ENV-YEAR FROM ENVIRONMENT 'YEARADJ_YEAR'
           IF WS-ENV-YEAR(1:4) IS NUMERIC
               MOVE WS-ENV-YEAR(1:4) TO WS-TAX-YEAR
           END-IF

           IF WS-TAX-YEAR = 0
               DISPLAY 'ERROR: YEARADJ_YEAR (YYYY) is required'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    The adjustment goes into December's regular run unless
      *    the following January's is named
           COMPUTE WS-TARGET-PERIOD = WS-TAX-YEAR * 100 + 12
           ACCEPT WS-ENV-PAY-PERIOD
               FROM ENVIRONMENT 'YEARADJ_PAY_PERIOD'
           IF WS-ENV-PAY-PERIOD(1:6) IS NUMERIC
               MOVE WS-ENV-PAY-PERIOD(1:6) TO WS-TARGET-PERIOD
           END-IF
           IF WS-TARGET-PERIOD NOT = WS-TAX-YEAR * 100 + 12
                   AND WS-TARGET-PERIOD
                       NOT = (WS-TAX-YEAR + 1) * 100 + 1
               DISPLAY 'ERROR: YEARADJ_PAY_PERIOD must be December'
               DISPLAY 'of the year or the following January'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-YEAR-END-DATE = WS-TAX-YEAR * 10000 + 1231

           PERFORM RESOLVE-COMPANY-SCOPE

           PERFORM REGISTER-RUN-START
           IF NOT OK OF RUNCTL-SVC-RES
                   AND STATUS-CODE-N OF RUNCTL-SVC-RES = 409
               DISPLAY 'RUN BLOCKED: ' STATUS-MSG OF RUNCTL-SVC-RES
               DISPLAY 'Set RUNCTL_OVERRIDE=Y to run anyway.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'Adjusting tax year ' WS-TAX-YEAR
               ' into period ' WS-TARGET-PERIOD

           PERFORM LOAD-YEAR-PAYROLLS
           IF PAY-TABLE-FULL
               DISPLAY 'ERROR: more than ' MAX-PAYS ' payrolls in the'
                   ' year - nothing adjusted; enlarge MAX-PAYS'
               MOVE 8 TO RETURN-CODE
               PERFORM REGISTER-RUN-FAILED
               STOP RUN
           END-IF
           PERFORM COLLECT-YEAR-LINES

           PERFORM OPEN-PRINT-FILE

           MOVE SPACES TO WS-RPT-LINE
           STRING 'TAX YEAR ' WS-TAX-YEAR
                  '   BOOKED INTO PAY PERIOD ' WS-TARGET-PERIOD
                  '   COMPANY ' WS-COMPANY-FILTER
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           PERFORM ADJUST-ONE-EMPLOYEE
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT

           PERFORM PRINT-REGISTER-TOTALS

           PERFORM CLOSE-PRINT-FILE
           PERFORM REGISTER-RUN-END

           MOVE WS-ADJUSTED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Employees adjusted:  ' WS-COUNT-DISPLAY
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Not adjusted:        ' WS-COUNT-DISPLAY
           MOVE WS-FAILED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Failed:              ' WS-COUNT-DISPLAY
           IF WS-FAILED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      * LOAD-YEAR-PAYROLLS: Every calculated-or-later regular and
      * bonus payroll of the tax year (PAY-PERIOD's first four
      * digits, as YEARRPT reads it) for the company, folding its
      * gross into the employee's accumulator.
       LOAD-YEAR-PAYROLLS.
           MOVE 0 TO WS-PAY-COUNT

           OPEN INPUT PAYROLL-FILE
           IF PAY-FILE-NOT-FOUND
               DISPLAY 'No payroll file found.'
               EXIT PARAGRAPH
           END-IF
           IF NOT PAY-FILE-OK
               DISPLAY 'ERROR: Cannot open payroll file.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL PAY-FILE-EOF OR PAY-TABLE-FULL
               READ PAYROLL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PAYROLL-RECORD TO WS-PAY-REC
                       PERFORM LOAD-ONE-PAYROLL
               END-READ
           END-PERFORM

           CLOSE PAYROLL-FILE
           .

       LOAD-ONE-PAYROLL.
           DIVIDE PAY-PERIOD OF WS-PAY-REC BY 100
               GIVING WS-PAY-YEAR
           IF WS-PAY-YEAR NOT = WS-TAX-YEAR
               EXIT PARAGRAPH
           END-IF

           IF PAY-DRAFT OF WS-PAY-REC
                   OR PAY-VOIDED OF WS-PAY-REC
                   OR RUN-SPECIAL OF WS-PAY-REC
                   OR NONRESIDENT-TAXED OF WS-PAY-REC
               EXIT PARAGRAPH
           END-IF

           MOVE COMPANY-CODE OF WS-PAY-REC TO WS-REC-COMPANY
           PERFORM CHECK-RECORD-COMPANY
           IF RECORD-COMPANY-OTHER
               EXIT PARAGRAPH
           END-IF

           IF WS-PAY-COUNT >= MAX-PAYS
               SET PAY-TABLE-FULL TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-OR-ADD-EMP-SLOT
           IF SLOT-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           ADD GROSS-PAY OF WS-PAY-REC TO WS-ET-GROSS(WS-EMP-IDX)
      *    Company housing let below half its statutory value is a
      *    taxable payment in kind - not in the gross
           IF BENEFIT-IN-KIND OF WS-PAY-REC IS NUMERIC
               ADD BENEFIT-IN-KIND OF WS-PAY-REC
                   TO WS-ET-GROSS(WS-EMP-IDX)
           END-IF

           ADD 1 TO WS-PAY-COUNT
           SET WS-PAY-IDX TO WS-PAY-COUNT
           MOVE PAY-ID OF WS-PAY-REC TO WS-PT-PAY-ID(WS-PAY-IDX)
           SET WS-SLOT TO WS-EMP-IDX
           MOVE WS-SLOT TO WS-PT-EMP-SLOT(WS-PAY-IDX)
           .

       FIND-OR-ADD-EMP-SLOT.
           SET SLOT-NOT-FOUND TO TRUE
           SET WS-EMP-IDX TO 1
           SEARCH WS-EMP-ENTRY
               AT END
                   IF WS-EMP-COUNT < MAX-YEAR-EMPS
                       ADD 1 TO WS-EMP-COUNT
                       SET WS-EMP-IDX TO WS-EMP-COUNT
                       INITIALIZE WS-EMP-ENTRY(WS-EMP-IDX)
                       MOVE EMP-ID OF WS-PAY-REC
                           TO WS-ET-EMP-ID(WS-EMP-IDX)
                       SET SLOT-FOUND TO TRUE
                   ELSE
                       DISPLAY 'WARNING: employee table full - '
                           'EMP-ID ' EMP-ID OF WS-PAY-REC
                           ' not adjusted'
                   END-IF
               WHEN WS-ET-EMP-ID(WS-EMP-IDX) = EMP-ID OF WS-PAY-REC
                   SET SLOT-FOUND TO TRUE
           END-SEARCH
           .

      * COLLECT-YEAR-LINES: One pass over the detail file, slotting
      * the lines the adjustment needs against their employee - the
      * withheld income tax, the premium rule lines, and the
      * commuting and absence amounts that are not taxable pay.
       COLLECT-YEAR-LINES.
           IF WS-PAY-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PAYDTL-FILE
           IF DTL-FILE-NOT-FOUND
               DISPLAY 'No payroll detail file found.'
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
                       IF LINE-INCOME-TAX OF WS-DTL-REC
                               OR LINE-RULE OF WS-DTL-REC
                               OR LINE-ABSENCE OF WS-DTL-REC
                               OR (LINE-EARNING OF WS-DTL-REC
                                   AND LINE-CODE OF WS-DTL-REC
                                       = NONTAX-COMMUTE-CODE)
                           PERFORM SLOT-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PAYDTL-FILE
           .

       SLOT-ONE-LINE.
           SET WS-PAY-IDX TO 1
           SEARCH WS-PAY-ENTRY
               AT END
                   EXIT PARAGRAPH
               WHEN WS-PAY-IDX > WS-PAY-COUNT
                   EXIT PARAGRAPH
               WHEN WS-PT-PAY-ID(WS-PAY-IDX) = PAY-ID OF WS-DTL-REC
                   CONTINUE
           END-SEARCH
           SET WS-EMP-IDX TO WS-PT-EMP-SLOT(WS-PAY-IDX)

           EVALUATE TRUE
               WHEN LINE-INCOME-TAX OF WS-DTL-REC
                   ADD LINE-AMOUNT OF WS-DTL-REC
                       TO WS-ET-WITHHELD(WS-EMP-IDX)
               WHEN LINE-RULE OF WS-DTL-REC
                       AND LINE-CODE OF WS-DTL-REC(1:10)
                           = INCOME-TAX-RULE-PREFIX
                   ADD LINE-AMOUNT OF WS-DTL-REC
                       TO WS-ET-WITHHELD(WS-EMP-IDX)
               WHEN LINE-RULE OF WS-DTL-REC
                   ADD LINE-AMOUNT OF WS-DTL-REC
                       TO WS-ET-SI(WS-EMP-IDX)
               WHEN OTHER
                   ADD LINE-AMOUNT OF WS-DTL-REC
                       TO WS-ET-NONTAX(WS-EMP-IDX)
           END-EVALUATE
           .

      * ADJUST-ONE-EMPLOYEE: Eligibility, then the annual tax
      * against the withheld tax, stored through YEADJ-SVC and
      * printed on the register.
       ADJUST-ONE-EMPLOYEE.
           MOVE WS-ET-EMP-ID(WS-EMP-IDX) TO WS-EMP-ID-DISPLAY
           MOVE SPACES TO WS-SKIP-REASON

           INITIALIZE EMP-SVC-REQ
           INITIALIZE EMP-SVC-RES
           MOVE 'F' TO OP-CODE OF EMP-SVC-REQ
           MOVE 'YEARADJ' TO USER-ID OF EMP-SVC-REQ
           MOVE LATEST-VERSION-DATE TO AS-OF-DATE OF EMP-SVC-REQ
           MOVE SPACES TO CORR-ID OF EMP-SVC-REQ
           MOVE WS-ET-EMP-ID(WS-EMP-IDX) TO Q-EMP-ID OF EMP-SVC-REQ
           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES

           EVALUATE TRUE
               WHEN NOT OK OF EMP-SVC-RES
                   MOVE 'EMPLOYEE NOT ON FILE' TO WS-SKIP-REASON
               WHEN TAX-COLUMN-OTSU OF OUT-EMP OF EMP-SVC-RES
                   MOVE 'OTSU COLUMN' TO WS-SKIP-REASON
               WHEN TERMINATED OF OUT-EMP OF EMP-SVC-RES
                       AND VALID-TO OF OUT-EMP OF EMP-SVC-RES
                           < WS-YEAR-END-DATE
                   MOVE 'LEFT DURING THE YEAR' TO WS-SKIP-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-SKIP-REASON = SPACES
               INITIALIZE EXPAT-SVC-REQ
               INITIALIZE EXPAT-SVC-RES
               SET OP-FIND OF EXPAT-SVC-REQ TO TRUE
               MOVE 'YEARADJ' TO USER-ID OF EXPAT-SVC-REQ
               MOVE SPACES TO CORR-ID OF EXPAT-SVC-REQ
               MOVE WS-ET-EMP-ID(WS-EMP-IDX)
                   TO Q-EMP-ID OF EXPAT-SVC-REQ
               MOVE WS-YEAR-END-DATE TO Q-AS-OF-DATE OF EXPAT-SVC-REQ
               CALL 'EXPAT-SVC' USING EXPAT-SVC-REQ EXPAT-SVC-RES
               IF OK OF EXPAT-SVC-RES
                       AND NONRESIDENT-ON-DATE OF EXPAT-SVC-RES
                   MOVE 'NON-RESIDENT (ABROAD)' TO WS-SKIP-REASON
               END-IF
           END-IF

           IF WS-SKIP-REASON NOT = SPACES
               PERFORM PRINT-NOT-ADJUSTED
               EXIT PARAGRAPH
           END-IF

      *    The declarations, when the employee filed any
           INITIALIZE YEADJ-SVC-REQ
           INITIALIZE YEADJ-SVC-RES
           SET OP-FIND OF YEADJ-SVC-REQ TO TRUE
           MOVE 'YEARADJ' TO USER-ID OF YEADJ-SVC-REQ
           MOVE SPACES TO CORR-ID OF YEADJ-SVC-REQ
           MOVE WS-ET-EMP-ID(WS-EMP-IDX) TO Q-EMP-ID OF YEADJ-SVC-REQ
           MOVE WS-TAX-YEAR TO Q-TAX-YEAR OF YEADJ-SVC-REQ
           CALL 'YEADJ-SVC' USING YEADJ-SVC-REQ YEADJ-SVC-RES
           IF NOT OK OF YEADJ-SVC-RES
               INITIALIZE OUT-YEADJ OF YEADJ-SVC-RES
           END-IF

           IF ADJ-BOOKED OF OUT-YEADJ OF YEADJ-SVC-RES
               MOVE 'ALREADY BOOKED' TO WS-SKIP-REASON
               PERFORM PRINT-NOT-ADJUSTED
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-YA-PAY = WS-ET-GROSS(WS-EMP-IDX)
               - WS-ET-NONTAX(WS-EMP-IDX)
               + PRIOR-EMP-PAY OF OUT-YEADJ OF YEADJ-SVC-RES
           IF WS-YA-PAY > ADJUSTMENT-PAY-LIMIT
               MOVE 'PAY OVER 20,000,000' TO WS-SKIP-REASON
               PERFORM PRINT-NOT-ADJUSTED
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-EMPLOYMENT-INCOME
           COMPUTE WS-YA-SI = WS-ET-SI(WS-EMP-IDX)
               + PRIOR-EMP-SI OF OUT-YEADJ OF YEADJ-SVC-RES
           PERFORM COMPUTE-INSURANCE-DEDUCTIONS
           PERFORM COMPUTE-DEPENDENT-DEDUCTION
           MOVE SPOUSE-DEDUCTION OF OUT-YEADJ OF YEADJ-SVC-RES
               TO WS-YA-SPOUSE
           MOVE BASIC-DEDUCTION OF OUT-YEADJ OF YEADJ-SVC-RES
               TO WS-YA-BASIC
           IF WS-YA-BASIC = 0
               MOVE STATUTORY-BASIC-DEDUCTION TO WS-YA-BASIC
           END-IF

      *    Taxable income, rounded down to the thousand yen
           COMPUTE WS-YA-TAXABLE = WS-YA-INCOME - WS-YA-SI
               - WS-YA-LIFE - WS-YA-EQ - WS-YA-SPOUSE
               - WS-YA-DEPS - WS-YA-BASIC
           IF WS-YA-TAXABLE < 0
               MOVE 0 TO WS-YA-TAXABLE
           END-IF
           DIVIDE WS-YA-TAXABLE BY 1000 GIVING WS-YA-TAXABLE
           MULTIPLY 1000 BY WS-YA-TAXABLE

           PERFORM COMPUTE-ANNUAL-TAX

           COMPUTE WS-YA-WITHHELD = WS-ET-WITHHELD(WS-EMP-IDX)
               + PRIOR-EMP-TAX OF OUT-YEADJ OF YEADJ-SVC-RES
           COMPUTE WS-YA-ADJUST = WS-YA-ANNUAL-TAX - WS-YA-WITHHELD

           PERFORM RECORD-ADJUSTMENT-RESULT
           IF NOT OK OF YEADJ-SVC-RES
               ADD 1 TO WS-FAILED-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING '*** EMP ' WS-EMP-ID-DISPLAY ' NOT STORED: '
                      STATUS-MSG OF YEADJ-SVC-RES(1:60)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ADJUSTED-COUNT
           IF WS-YA-ADJUST < 0
               SUBTRACT WS-YA-ADJUST FROM WS-TOT-REFUND
           ELSE
               ADD WS-YA-ADJUST TO WS-TOT-COLLECT
           END-IF
           PERFORM PRINT-ADJUSTED-EMPLOYEE
           .

      * COMPUTE-EMPLOYMENT-INCOME: Annual pay less the statutory
      * employment income deduction. Between 1,625,000 and
      * 6,600,000 the pay is first rounded down to the 4,000 yen
      * step the annex table works in.
       COMPUTE-EMPLOYMENT-INCOME.
           MOVE WS-YA-PAY TO WS-YA-TABLE-PAY
           IF WS-YA-PAY >= 1625000 AND WS-YA-PAY < 6600000
               DIVIDE WS-YA-PAY BY 4000 GIVING WS-YA-TABLE-PAY
               MULTIPLY 4000 BY WS-YA-TABLE-PAY
           END-IF

           EVALUATE TRUE
               WHEN WS-YA-PAY < 551000
                   MOVE 0 TO WS-YA-INCOME
               WHEN WS-YA-PAY < 1625000
                   COMPUTE WS-YA-INCOME = WS-YA-PAY - 550000
               WHEN WS-YA-PAY < 1800000
                   COMPUTE WS-YA-INCOME =
                       WS-YA-TABLE-PAY * 0.6 + 100000
               WHEN WS-YA-PAY < 3600000
                   COMPUTE WS-YA-INCOME =
                       WS-YA-TABLE-PAY * 0.7 - 80000
               WHEN WS-YA-PAY < 6600000
                   COMPUTE WS-YA-INCOME =
                       WS-YA-TABLE-PAY * 0.8 - 440000
               WHEN WS-YA-PAY < 8500000
                   COMPUTE WS-YA-INCOME =
                       WS-YA-PAY * 0.9 - 1100000
               WHEN OTHER
                   COMPUTE WS-YA-INCOME = WS-YA-PAY - 1950000
           END-EVALUATE
           .

      * COMPUTE-INSURANCE-DEDUCTIONS: The new-system life insurance
      * deduction per category (general, medical care, private
      * pension - each capped at 40,000, together at 120,000) and
      * the earthquake insurance deduction (the premium, capped at
      * 50,000). Fractions of a yen round up.
       COMPUTE-INSURANCE-DEDUCTIONS.
           MOVE 0 TO WS-YA-LIFE
           MOVE LIFE-INS-GENERAL OF OUT-YEADJ OF YEADJ-SVC-RES
               TO WS-YA-LIFE-PREMIUM
           PERFORM COMPUTE-LIFE-CATEGORY
           MOVE LIFE-INS-MEDICAL OF OUT-YEADJ OF YEADJ-SVC-RES
               TO WS-YA-LIFE-PREMIUM
           PERFORM COMPUTE-LIFE-CATEGORY
           MOVE LIFE-INS-PENSION OF OUT-YEADJ OF YEADJ-SVC-RES
               TO WS-YA-LIFE-PREMIUM
           PERFORM COMPUTE-LIFE-CATEGORY
           IF WS-YA-LIFE > LIFE-INS-DEDUCTION-CAP
               MOVE LIFE-INS-DEDUCTION-CAP TO WS-YA-LIFE
           END-IF

           MOVE EARTHQUAKE-PREMIUM OF OUT-YEADJ OF YEADJ-SVC-RES
               TO WS-YA-EQ
           IF WS-YA-EQ > EARTHQUAKE-DEDUCTION-CAP
               MOVE EARTHQUAKE-DEDUCTION-CAP TO WS-YA-EQ
           END-IF
           .

       COMPUTE-LIFE-CATEGORY.
           EVALUATE TRUE
               WHEN WS-YA-LIFE-PREMIUM <= 20000
                   MOVE WS-YA-LIFE-PREMIUM TO WS-YA-LIFE-PART
               WHEN WS-YA-LIFE-PREMIUM <= 40000
                   COMPUTE WS-YA-LIFE-PART
                           ROUNDED MODE IS AWAY-FROM-ZERO
                       = WS-YA-LIFE-PREMIUM / 2 + 10000
               WHEN WS-YA-LIFE-PREMIUM <= 80000
                   COMPUTE WS-YA-LIFE-PART
                           ROUNDED MODE IS AWAY-FROM-ZERO
                       = WS-YA-LIFE-PREMIUM / 4 + 20000
               WHEN OTHER
                   MOVE 40000 TO WS-YA-LIFE-PART
           END-EVALUATE
           ADD WS-YA-LIFE-PART TO WS-YA-LIFE
           .

      * COMPUTE-DEPENDENT-DEDUCTION: Walks the employee's
      * dependents through DEP-SVC. Each tax dependent other than
      * the spouse (claimed on the declaration instead) in effect
      * on 31 December deducts by age at the year end - nothing
      * under 16, the specific amount from 19 to 22, the elderly
      * amount from 70, the general amount otherwise.
       COMPUTE-DEPENDENT-DEDUCTION.
           MOVE 0 TO WS-YA-DEPS
           MOVE 0 TO WS-DEP-CURSOR

           INITIALIZE DEP-SVC-RES
           PERFORM UNTIL NOT OK OF DEP-SVC-RES
               INITIALIZE DEP-SVC-REQ
               SET OP-LIST-FOR-EMP OF DEP-SVC-REQ TO TRUE
               MOVE 'YEARADJ' TO USER-ID OF DEP-SVC-REQ
               MOVE SPACES TO CORR-ID OF DEP-SVC-REQ
               MOVE WS-ET-EMP-ID(WS-EMP-IDX) TO Q-EMP-ID OF DEP-SVC-REQ
               MOVE WS-DEP-CURSOR TO Q-CURSOR-SEQ OF DEP-SVC-REQ
               CALL 'DEP-SVC' USING DEP-SVC-REQ DEP-SVC-RES
               IF OK OF DEP-SVC-RES
                   MOVE DEP-SEQ OF OUT-DEPENDENT OF DEP-SVC-RES
                       TO WS-DEP-CURSOR
                   PERFORM PRICE-ONE-DEPENDENT
               END-IF
           END-PERFORM
           .

       PRICE-ONE-DEPENDENT.
           IF NOT IS-TAX-DEPENDENT OF OUT-DEPENDENT OF DEP-SVC-RES
                   OR REL-SPOUSE OF OUT-DEPENDENT OF DEP-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF EFFECTIVE-FROM OF OUT-DEPENDENT OF DEP-SVC-RES
                   > WS-YEAR-END-DATE
                   OR EFFECTIVE-TO OF OUT-DEPENDENT OF DEP-SVC-RES
                       < WS-YEAR-END-DATE
               EXIT PARAGRAPH
           END-IF

           DIVIDE BIRTH-DATE OF OUT-DEPENDENT OF DEP-SVC-RES
               BY 10000 GIVING WS-DEP-BIRTH-YEAR
           COMPUTE WS-DEP-AGE = WS-TAX-YEAR - WS-DEP-BIRTH-YEAR
           EVALUATE TRUE
               WHEN WS-DEP-AGE < 16
                   CONTINUE
               WHEN WS-DEP-AGE >= 19 AND WS-DEP-AGE <= 22
                   ADD SPECIFIC-DEPENDENT-DEDUCTION TO WS-YA-DEPS
               WHEN WS-DEP-AGE >= 70
                   ADD ELDERLY-DEPENDENT-DEDUCTION TO WS-YA-DEPS
               WHEN OTHER
                   ADD GENERAL-DEPENDENT-DEDUCTION TO WS-YA-DEPS
           END-EVALUATE
           .

      * COMPUTE-ANNUAL-TAX: The progressive rate on the taxable
      * income less its bracket's deduction, less the housing loan
      * credit, then with the reconstruction surtax added and the
      * whole rounded down to the hundred yen.
       COMPUTE-ANNUAL-TAX.
           EVALUATE TRUE
               WHEN WS-YA-TAXABLE <= 1950000
                   COMPUTE WS-YA-TAX-CALC = WS-YA-TAXABLE * 0.05
               WHEN WS-YA-TAXABLE <= 3300000
                   COMPUTE WS-YA-TAX-CALC =
                       WS-YA-TAXABLE * 0.10 - 97500
               WHEN WS-YA-TAXABLE <= 6950000
                   COMPUTE WS-YA-TAX-CALC =
                       WS-YA-TAXABLE * 0.20 - 427500
               WHEN WS-YA-TAXABLE <= 9000000
                   COMPUTE WS-YA-TAX-CALC =
                       WS-YA-TAXABLE * 0.23 - 636000
               WHEN WS-YA-TAXABLE <= 18000000
                   COMPUTE WS-YA-TAX-CALC =
                       WS-YA-TAXABLE * 0.33 - 1536000
               WHEN OTHER
                   COMPUTE WS-YA-TAX-CALC =
                       WS-YA-TAXABLE * 0.40 - 2796000
           END-EVALUATE

           SUBTRACT HOUSING-LOAN-CREDIT OF OUT-YEADJ OF YEADJ-SVC-RES
               FROM WS-YA-TAX-CALC
           IF WS-YA-TAX-CALC < 0
               MOVE 0 TO WS-YA-TAX-CALC
           END-IF

           COMPUTE WS-YA-ANNUAL-TAX =
               WS-YA-TAX-CALC * RECONSTRUCTION-RATE
           DIVIDE WS-YA-ANNUAL-TAX BY 100 GIVING WS-YA-ANNUAL-TAX
           MULTIPLY 100 BY WS-YA-ANNUAL-TAX
           .

      * RECORD-ADJUSTMENT-RESULT: The declarations read back plus
      * the results, stored through YEADJ-SVC as COMPUTED for the
      * target period.
       RECORD-ADJUSTMENT-RESULT.
           MOVE OUT-YEADJ OF YEADJ-SVC-RES TO IN-YEADJ OF YEADJ-SVC-REQ
           SET OP-RECORD-RESULT OF YEADJ-SVC-REQ TO TRUE
           MOVE WS-ET-EMP-ID(WS-EMP-IDX)
               TO EMP-ID OF IN-YEADJ OF YEADJ-SVC-REQ
           MOVE WS-TAX-YEAR TO TAX-YEAR OF IN-YEADJ OF YEADJ-SVC-REQ
           MOVE WS-YA-PAY TO ANNUAL-PAY OF IN-YEADJ OF YEADJ-SVC-REQ
           MOVE WS-YA-INCOME
               TO EMPLOYMENT-INCOME OF IN-YEADJ OF YEADJ-SVC-REQ
           MOVE WS-YA-SI TO SI-DEDUCTION OF IN-YEADJ OF YEADJ-SVC-REQ
           MOVE WS-YA-LIFE
               TO LIFE-INS-DEDUCTION OF IN-YEADJ OF YEADJ-SVC-REQ
           MOVE WS-YA-EQ
               TO EARTHQUAKE-DEDUCTION OF IN-YEADJ OF YEADJ-SVC-REQ
           MOVE WS-YA-DEPS
               TO DEPENDENT-DEDUCTION OF IN-YEADJ OF YEADJ-SVC-REQ
           MOVE WS-YA-BASIC
               TO BASIC-DEDUCTION OF IN-YEADJ OF YEADJ-SVC-REQ
           MOVE WS-YA-TAXABLE
               TO TAXABLE-INCOME OF IN-YEADJ OF YEADJ-SVC-REQ
           MOVE WS-YA-ANNUAL-TAX
               TO ANNUAL-TAX OF IN-YEADJ OF YEADJ-SVC-REQ
           MOVE WS-YA-WITHHELD
               TO WITHHELD-TAX OF IN-YEADJ OF YEADJ-SVC-REQ
           MOVE WS-YA-ADJUST
               TO ADJUST-AMOUNT OF IN-YEADJ OF YEADJ-SVC-REQ
           MOVE WS-TARGET-PERIOD
               TO TARGET-PAY-PERIOD OF IN-YEADJ OF YEADJ-SVC-REQ

           INITIALIZE YEADJ-SVC-RES
           CALL 'YEADJ-SVC' USING YEADJ-SVC-REQ YEADJ-SVC-RES
           .

       PRINT-ADJUSTED-EMPLOYEE.
           MOVE WS-YA-PAY TO WS-AMOUNT-DISPLAY
           MOVE WS-YA-INCOME TO WS-AMOUNT-DISPLAY-2
           MOVE WS-YA-TAXABLE TO WS-AMOUNT-DISPLAY-3
           MOVE SPACES TO WS-RPT-LINE
           STRING 'EMP ' WS-EMP-ID-DISPLAY
                  '  PAY ' WS-AMOUNT-DISPLAY
                  '  INCOME ' WS-AMOUNT-DISPLAY-2
                  '  TAXABLE ' WS-AMOUNT-DISPLAY-3
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE WS-YA-SI TO WS-AMOUNT-DISPLAY
           MOVE WS-YA-LIFE TO WS-SMALL-DISPLAY-1
           MOVE WS-YA-EQ TO WS-SMALL-DISPLAY-2
           MOVE WS-YA-SPOUSE TO WS-SMALL-DISPLAY-3
           MOVE WS-YA-BASIC TO WS-SMALL-DISPLAY-4
           MOVE WS-YA-DEPS TO WS-AMOUNT-DISPLAY-2
           MOVE SPACES TO WS-RPT-LINE
           STRING '    SI ' WS-AMOUNT-DISPLAY
                  ' LIFE ' WS-SMALL-DISPLAY-1
                  ' EQ ' WS-SMALL-DISPLAY-2
                  ' SPOUSE ' WS-SMALL-DISPLAY-3
                  ' BASIC ' WS-SMALL-DISPLAY-4
                  ' DEPS ' WS-AMOUNT-DISPLAY-2
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE WS-YA-ANNUAL-TAX TO WS-AMOUNT-DISPLAY
           MOVE WS-YA-WITHHELD TO WS-AMOUNT-DISPLAY-2
           MOVE SPACES TO WS-RPT-LINE
           IF WS-YA-ADJUST < 0
               COMPUTE WS-AMOUNT-DISPLAY-3 = 0 - WS-YA-ADJUST
               STRING '    ANNUAL TAX ' WS-AMOUNT-DISPLAY
                      '  WITHHELD ' WS-AMOUNT-DISPLAY-2
                      '  REFUND  ' WS-AMOUNT-DISPLAY-3
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               MOVE WS-YA-ADJUST TO WS-AMOUNT-DISPLAY-3
               STRING '    ANNUAL TAX ' WS-AMOUNT-DISPLAY
                      '  WITHHELD ' WS-AMOUNT-DISPLAY-2
                      '  COLLECT ' WS-AMOUNT-DISPLAY-3
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM EMIT-PRINT-LINE
           .

       PRINT-NOT-ADJUSTED.
           ADD 1 TO WS-SKIPPED-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING 'EMP ' WS-EMP-ID-DISPLAY
                  '  NOT ADJUSTED - ' WS-SKIP-REASON
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

       PRINT-REGISTER-TOTALS.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE WS-ADJUSTED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'EMPLOYEES ADJUSTED:  ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'NOT ADJUSTED:        ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE WS-FAILED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'FAILED:              ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE WS-TOT-REFUND TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'TOTAL REFUNDS:       ' WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE WS-TOT-COLLECT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'TOTAL COLLECTIONS:   ' WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

      * OPEN-PRINT-FILE / EMIT-PRINT-LINE / CLOSE-PRINT-FILE: the
      * register's print-file plumbing, shared shape across the
      * report programs.
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

      * REGISTER-RUN-START / REGISTER-RUN-END: central run control
      * registration, the same shape as the other period batches.
       REGISTER-RUN-START.
           MOVE SPACES TO WS-RUN-PARM
           MOVE WS-TAX-YEAR TO WS-RUN-PARM
      *    The entity is part of the run's identity - each company
      *    adjusts its own employees
           MOVE WS-COMPANY-FILTER TO WS-RUN-PARM(7:2)
           INITIALIZE RUNCTL-SVC-REQ
           INITIALIZE RUNCTL-SVC-RES
           SET OP-START OF RUNCTL-SVC-REQ TO TRUE
           MOVE 'YEARADJ' TO USER-ID OF RUNCTL-SVC-REQ
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
           MOVE 'YEARADJ' TO USER-ID OF RUNCTL-SVC-REQ
           MOVE SPACES TO CORR-ID OF RUNCTL-SVC-REQ
           MOVE WS-PROGRAM-NAME(1:8) TO Q-JOB-NAME OF RUNCTL-SVC-REQ
           MOVE WS-RUN-PARM TO Q-RUN-PARM OF RUNCTL-SVC-REQ
           MOVE WS-RUN-START-TS
               TO Q-START-TIMESTAMP OF RUNCTL-SVC-REQ
           COMPUTE Q-TOTAL-COUNT OF RUNCTL-SVC-REQ =
               WS-ADJUSTED-COUNT + WS-SKIPPED-COUNT + WS-FAILED-COUNT
           COMPUTE Q-SUCCESS-COUNT OF RUNCTL-SVC-REQ =
               WS-ADJUSTED-COUNT + WS-SKIPPED-COUNT
           MOVE WS-FAILED-COUNT TO Q-FAILED-COUNT OF RUNCTL-SVC-REQ
           MOVE 'C' TO Q-OUTCOME OF RUNCTL-SVC-REQ
           CALL 'RUNCTL-SVC' USING RUNCTL-SVC-REQ RUNCTL-SVC-RES
           .

      * REGISTER-RUN-FAILED: Closes the registered run out as failed
      * when it aborts before anything is stored - otherwise the run
      * history shows it running forever and the re-run is blocked
      * as a duplicate.
       REGISTER-RUN-FAILED.
           INITIALIZE RUNCTL-SVC-REQ
           INITIALIZE RUNCTL-SVC-RES
           SET OP-END OF RUNCTL-SVC-REQ TO TRUE
           MOVE 'YEARADJ' TO USER-ID OF RUNCTL-SVC-REQ
           MOVE SPACES TO CORR-ID OF RUNCTL-SVC-REQ
           MOVE WS-PROGRAM-NAME(1:8) TO Q-JOB-NAME OF RUNCTL-SVC-REQ
           MOVE WS-RUN-PARM TO Q-RUN-PARM OF RUNCTL-SVC-REQ
           MOVE WS-RUN-START-TS
               TO Q-START-TIMESTAMP OF RUNCTL-SVC-REQ
           MOVE 0 TO Q-TOTAL-COUNT OF RUNCTL-SVC-REQ
           MOVE 0 TO Q-SUCCESS-COUNT OF RUNCTL-SVC-REQ
           MOVE 0 TO Q-FAILED-COUNT OF RUNCTL-SVC-REQ
           MOVE 'F' TO Q-OUTCOME OF RUNCTL-SVC-REQ
           CALL 'RUNCTL-SVC' USING RUNCTL-SVC-REQ RUNCTL-SVC-RES
           .

      * RESOLVE-COMPANY-SCOPE: The legal entity this run covers,
      * from the COMPANY_CODE environment variable (default 01).
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

       END PROGRAM YEARADJ.
