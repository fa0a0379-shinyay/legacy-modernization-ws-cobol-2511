       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPATRPT.
      ******************************************************************
      * EXPATRPT - Overseas Assignee Pay and Tax Equalization Report
      * Purpose: One block per overseas assignment live in the year:
      *          the host, the dates and the tax residency, then the
      *          pay of the assignment period - home pay, the
      *          host-country allowances (EARN-HOST-ALLOWANCE) and
      *          the net paid, per currency the payrolls were paid
      *          in (with FX enabled an assignee paid in the host
      *          currency shows in it) - and the taxes: Japanese
      *          income tax withheld, hypothetical tax withheld
      *          (BENEFIT-HYPO-TAX) and host tax the company paid.
      *          For a tax-equalized assignee the equalization
      *          balance closes the block: the employee bears the
      *          hypothetical tax only, so the hypothetical and
      *          Japanese tax withheld less the hypothetical tax
      *          liability (HYPO-TAX-FINAL once settled, else what
      *          was withheld) is owed to the employee when positive
      *          and by the employee when negative.
      * Input: hr-cobol/data/expat.dat (via EXPAT-SVC)
      *        hr-cobol/data/payroll.dat
      *        hr-cobol/data/paydtl.dat
      *        EMP-SVC, EARN-SVC, BENEFIT-SVC, CONFIG-IO
      * Output: hr-cobol/data/reports/EXPATRPT_<generation>.rpt
      *         (via RPT-PRINT)
      * Parm: EXPATRPT_YEAR environment variable (YYYY, default the
      *       current year)
      * Note: Pay figures are in each payroll's PAY-CURRENCY; tax
      *       figures and the balance are in DEFAULT-CURRENCY, the
      *       terms the deduction lines are kept in.
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

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'EXPATRPT'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

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

      * System configuration, loaded through CONFIG-IO for
      * DEFAULT-CURRENCY
           COPY config.
       01  WS-CONFIG-IO-OP          PIC X.
       01  WS-CONFIG-IO-STATUS      PIC 9.

      * Working storage for EXPAT-SVC calls
           COPY expt-req.
           COPY expt-res.
       01  WS-CUR-EMP-ID           PIC 9(9) VALUE 0.
       01  WS-CUR-DEPART-DATE      PIC 9(8) VALUE 0.
       01  WS-ASG-SW               PIC X.
           88  MORE-ASSIGNMENTS        VALUE 'Y'.
           88  NO-MORE-ASSIGNMENTS     VALUE 'N'.

      * Working storage for EMP-SVC, EARN-SVC and BENEFIT-SVC calls
           COPY emp-req.
           COPY emp-res.
           COPY earn-req.
           COPY earn-res.
           COPY benefit-req.
           COPY benefit-res.
       01  WS-EMP-NAME             PIC X(30).

      * The last component looked up, so a code repeated month
      * after month is asked about once per employee
       01  WS-LAST-EARN-EMP        PIC 9(9) VALUE 0.
       01  WS-LAST-EARN-CODE       PIC X(20) VALUE SPACES.
       01  WS-LAST-EARN-SW         PIC X VALUE 'N'.
           88  LAST-EARN-IS-HOST       VALUE 'Y'.
       01  WS-LAST-BEN-EMP         PIC 9(9) VALUE 0.
       01  WS-LAST-BEN-CODE        PIC X(20) VALUE SPACES.
       01  WS-LAST-BEN-SW          PIC X VALUE 'N'.
           88  LAST-BEN-IS-HYPO        VALUE 'Y'.

       01  WS-ENV-YEAR             PIC X(10).
       01  WS-REPORT-YEAR          PIC 9(4) VALUE 0.
       01  WS-YEAR-START           PIC 9(8).
       01  WS-YEAR-END             PIC 9(8).
       01  WS-PAY-YEAR             PIC 9(4).

      * The assignments live in the year, with the pay of the
      * assignment period per currency paid in, and the taxes
       78  MAX-ASSIGNMENTS         VALUE 500.
       78  MAX-CURRENCIES          VALUE 3.
       01  WS-ASG-COUNT            PIC 9(4) VALUE 0.
       01  WS-ASG-TABLE.
           05  WS-ASG-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-ASG-IDX.
               10  WS-AT-EXPAT.
                   COPY expat REPLACING ==05== BY ==15==.
               10  WS-AT-CCY-COUNT     PIC 9.
               10  WS-AT-CCY-ENTRY OCCURS 3 TIMES.
                   15  WS-AT-CCY           PIC X(3).
                   15  WS-AT-HOME-PAY      PIC 9(13)V99.
                   15  WS-AT-HOST-ALLOW    PIC 9(13)V99.
                   15  WS-AT-NET-PAID      PIC S9(13)V99.
               10  WS-AT-JAPAN-TAX     PIC 9(13)V99.
               10  WS-AT-HYPO-TAX      PIC 9(13)V99.
       01  WS-CCY-IDX              PIC 9.
       01  WS-FOUND-SW             PIC X.
           88  SLOT-FOUND              VALUE 'Y'.
           88  SLOT-NOT-FOUND          VALUE 'N'.

      * The year's payrolls inside an assignment period, pointing at
      * the assignment and currency they were slotted under
       78  MAX-PAYS                VALUE 20000.
       01  WS-PAY-COUNT            PIC 9(5) VALUE 0.
       01  WS-PAY-TABLE.
           05  WS-PAY-ENTRY OCCURS 20000 TIMES
                   INDEXED BY WS-PAY-IDX.
               10  WS-PT-PAY-ID        PIC 9(12).
               10  WS-PT-ASG-SLOT      PIC 9(4).
               10  WS-PT-CCY-SLOT      PIC 9.
       01  WS-SLOT                 PIC 9(4).

      * Equalization
       01  WS-LIABILITY            PIC 9(13)V99.
       01  WS-BALANCE              PIC S9(13)V99.
       01  WS-TOT-OWED-TO          PIC 9(13)V99 VALUE 0.
       01  WS-TOT-OWED-BY          PIC 9(13)V99 VALUE 0.
       01  WS-EQ-COUNT             PIC 9(5) VALUE 0.

      * Print-file plumbing
       01  WS-RPT-OP               PIC X.
       01  WS-RPT-NAME             PIC X(8)  VALUE 'EXPATRPT'.
       01  WS-RPT-TITLE            PIC X(40)
           VALUE 'OVERSEAS ASSIGNEE PAY AND EQUALIZATION'.
       01  WS-RPT-OPERATOR         PIC X(16).
       01  WS-RPT-LINE             PIC X(100).
       01  WS-RPT-STATUS           PIC 9.

      * Display fields
       01  WS-COUNT-DISPLAY        PIC ZZ,ZZ9.
       01  WS-EMP-ID-DISPLAY       PIC 9(9).
       01  WS-PAY-DISPLAY-1        PIC ZZ,ZZZ,ZZ9.99.
       01  WS-PAY-DISPLAY-2        PIC ZZ,ZZZ,ZZ9.99.
       01  WS-PAY-DISPLAY-3        PIC -Z,ZZZ,ZZ9.99.
       01  WS-TAX-DISPLAY-1        PIC ZZ,ZZZ,ZZ9.
       01  WS-TAX-DISPLAY-2        PIC ZZ,ZZZ,ZZ9.
       01  WS-TAX-DISPLAY-3        PIC ZZ,ZZZ,ZZ9.
       01  WS-RETURN-TEXT          PIC X(8).
       01  WS-RESIDENCY-TEXT       PIC X(30).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'EXPATRPT - Overseas Assignee Pay and Tax '
               'Equalization v' WS-VERSION

           ACCEPT WS-ENV-YEAR FROM ENVIRONMENT 'EXPATRPT_YEAR'
           IF WS-ENV-YEAR(1:4) IS NUMERIC
               MOVE WS-ENV-YEAR(1:4) TO WS-REPORT-YEAR
           END-IF
           IF WS-REPORT-YEAR = 0
               ACCEPT WS-YEAR-START FROM DATE YYYYMMDD
               DIVIDE WS-YEAR-START BY 10000 GIVING WS-REPORT-YEAR
           END-IF
           COMPUTE WS-YEAR-START = WS-REPORT-YEAR * 10000 + 101
           COMPUTE WS-YEAR-END = WS-REPORT-YEAR * 10000 + 1231

           MOVE 'L' TO WS-CONFIG-IO-OP
           CALL 'CONFIG-IO' USING WS-CONFIG-IO-OP CONFIG
                                  WS-CONFIG-IO-STATUS

           PERFORM LOAD-ASSIGNMENTS
           PERFORM LOAD-YEAR-PAYROLLS
           PERFORM COLLECT-YEAR-LINES

           PERFORM OPEN-PRINT-FILE

           MOVE SPACES TO WS-RPT-LINE
           STRING 'YEAR ' WS-REPORT-YEAR
                  '   PAY IN THE CURRENCY PAID, TAX IN '
                  DEFAULT-CURRENCY OF CONFIG
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           IF WS-ASG-COUNT = 0
               MOVE 'No overseas assignments in the year.'
                   TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-IF

           PERFORM PRINT-ONE-ASSIGNMENT
               VARYING WS-ASG-IDX FROM 1 BY 1
               UNTIL WS-ASG-IDX > WS-ASG-COUNT

           PERFORM PRINT-REPORT-TOTALS
           PERFORM CLOSE-PRINT-FILE

           MOVE WS-ASG-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Assignments listed:  ' WS-COUNT-DISPLAY
           MOVE WS-EQ-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Tax-equalized:       ' WS-COUNT-DISPLAY
           STOP RUN
           .

      * LOAD-ASSIGNMENTS: Every assignment departed by the year end
      * and not back before it started.
       LOAD-ASSIGNMENTS.
           MOVE 0 TO WS-CUR-EMP-ID
           MOVE 0 TO WS-CUR-DEPART-DATE
           SET MORE-ASSIGNMENTS TO TRUE
           PERFORM LOAD-NEXT-ASSIGNMENT
               UNTIL NO-MORE-ASSIGNMENTS
           .

       LOAD-NEXT-ASSIGNMENT.
           INITIALIZE EXPAT-SVC-REQ
           INITIALIZE EXPAT-SVC-RES
           SET OP-LIST OF EXPAT-SVC-REQ TO TRUE
           MOVE 'EXPATRPT' TO USER-ID OF EXPAT-SVC-REQ
           MOVE SPACES TO CORR-ID OF EXPAT-SVC-REQ
           MOVE WS-CUR-EMP-ID TO Q-EMP-ID OF EXPAT-SVC-REQ
           MOVE WS-CUR-DEPART-DATE TO Q-DEPART-DATE OF EXPAT-SVC-REQ

           CALL 'EXPAT-SVC' USING EXPAT-SVC-REQ EXPAT-SVC-RES

           IF NOT OK OF EXPAT-SVC-RES
               SET NO-MORE-ASSIGNMENTS TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE EMP-ID OF OUT-EXPAT OF EXPAT-SVC-RES TO WS-CUR-EMP-ID
           MOVE DEPART-DATE OF OUT-EXPAT OF EXPAT-SVC-RES
               TO WS-CUR-DEPART-DATE

           IF DEPART-DATE OF OUT-EXPAT OF EXPAT-SVC-RES > WS-YEAR-END
               EXIT PARAGRAPH
           END-IF
           IF RETURN-DATE OF OUT-EXPAT OF EXPAT-SVC-RES NOT = 0
                   AND RETURN-DATE OF OUT-EXPAT OF EXPAT-SVC-RES
                       < WS-YEAR-START
               EXIT PARAGRAPH
           END-IF

           IF WS-ASG-COUNT >= MAX-ASSIGNMENTS
               DISPLAY 'WARNING: assignment table full - EMP-ID '
                   WS-CUR-EMP-ID ' not listed'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ASG-COUNT
           SET WS-ASG-IDX TO WS-ASG-COUNT
           INITIALIZE WS-ASG-ENTRY(WS-ASG-IDX)
           MOVE OUT-EXPAT OF EXPAT-SVC-RES TO WS-AT-EXPAT(WS-ASG-IDX)
           .

      * LOAD-YEAR-PAYROLLS: Every calculated-or-later payroll of the
      * year paid inside an assignment period - departed on or
      * before PAY-DATE, not yet back - slotted under the
      * assignment and the currency it was paid in.
       LOAD-YEAR-PAYROLLS.
           IF WS-ASG-COUNT = 0
               EXIT PARAGRAPH
           END-IF

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

           PERFORM UNTIL PAY-FILE-EOF OR WS-PAY-COUNT >= MAX-PAYS
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
           IF WS-PAY-YEAR NOT = WS-REPORT-YEAR
               EXIT PARAGRAPH
           END-IF
           IF PAY-DRAFT OF WS-PAY-REC OR PAY-VOIDED OF WS-PAY-REC
               EXIT PARAGRAPH
           END-IF

           SET SLOT-NOT-FOUND TO TRUE
           SET WS-ASG-IDX TO 1
           SEARCH WS-ASG-ENTRY
               AT END
                   CONTINUE
               WHEN EMP-ID OF WS-AT-EXPAT(WS-ASG-IDX)
                       = EMP-ID OF WS-PAY-REC
                   AND DEPART-DATE OF WS-AT-EXPAT(WS-ASG-IDX)
                       NOT > PAY-DATE OF WS-PAY-REC
                   AND (RETURN-DATE OF WS-AT-EXPAT(WS-ASG-IDX) = 0
                       OR RETURN-DATE OF WS-AT-EXPAT(WS-ASG-IDX)
                           > PAY-DATE OF WS-PAY-REC)
                   SET SLOT-FOUND TO TRUE
           END-SEARCH
           IF SLOT-NOT-FOUND OR WS-ASG-IDX > WS-ASG-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-OR-ADD-CURRENCY
           IF SLOT-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           ADD BASE-SALARY OF WS-PAY-REC
               TO WS-AT-HOME-PAY(WS-ASG-IDX, WS-CCY-IDX)
           ADD NET-PAY OF WS-PAY-REC
               TO WS-AT-NET-PAID(WS-ASG-IDX, WS-CCY-IDX)

           ADD 1 TO WS-PAY-COUNT
           SET WS-PAY-IDX TO WS-PAY-COUNT
           MOVE PAY-ID OF WS-PAY-REC TO WS-PT-PAY-ID(WS-PAY-IDX)
           SET WS-SLOT TO WS-ASG-IDX
           MOVE WS-SLOT TO WS-PT-ASG-SLOT(WS-PAY-IDX)
           MOVE WS-CCY-IDX TO WS-PT-CCY-SLOT(WS-PAY-IDX)
           .

      * FIND-OR-ADD-CURRENCY: The assignment's slot for the
      * payroll's PAY-CURRENCY - payrolls from before currencies
      * were carried read as DEFAULT-CURRENCY.
       FIND-OR-ADD-CURRENCY.
           IF PAY-CURRENCY OF WS-PAY-REC = SPACES
               MOVE DEFAULT-CURRENCY OF CONFIG
                   TO PAY-CURRENCY OF WS-PAY-REC
           END-IF

           SET SLOT-NOT-FOUND TO TRUE
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-AT-CCY-COUNT(WS-ASG-IDX)
                       OR SLOT-FOUND
               IF WS-AT-CCY(WS-ASG-IDX, WS-CCY-IDX)
                       = PAY-CURRENCY OF WS-PAY-REC
                   SET SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF SLOT-FOUND
               SUBTRACT 1 FROM WS-CCY-IDX
               EXIT PARAGRAPH
           END-IF

           IF WS-AT-CCY-COUNT(WS-ASG-IDX) >= MAX-CURRENCIES
               DISPLAY 'WARNING: more than three currencies - PAY-ID '
                   PAY-ID OF WS-PAY-REC ' not listed'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-AT-CCY-COUNT(WS-ASG-IDX)
           MOVE WS-AT-CCY-COUNT(WS-ASG-IDX) TO WS-CCY-IDX
           MOVE PAY-CURRENCY OF WS-PAY-REC
               TO WS-AT-CCY(WS-ASG-IDX, WS-CCY-IDX)
           SET SLOT-FOUND TO TRUE
           .

      * COLLECT-YEAR-LINES: One pass over the detail file for the
      * slotted payrolls' host allowances, hypothetical tax and
      * withheld income tax.
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
                               OR LINE-EARNING OF WS-DTL-REC
                               OR LINE-BENEFIT OF WS-DTL-REC
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
               WHEN WS-PT-PAY-ID(WS-PAY-IDX) = PAY-ID OF WS-DTL-REC
                   CONTINUE
           END-SEARCH
           IF WS-PAY-IDX > WS-PAY-COUNT
               EXIT PARAGRAPH
           END-IF
           SET WS-ASG-IDX TO WS-PT-ASG-SLOT(WS-PAY-IDX)
           MOVE WS-PT-CCY-SLOT(WS-PAY-IDX) TO WS-CCY-IDX

           EVALUATE TRUE
               WHEN LINE-INCOME-TAX OF WS-DTL-REC
                   ADD LINE-AMOUNT OF WS-DTL-REC
                       TO WS-AT-JAPAN-TAX(WS-ASG-IDX)
               WHEN LINE-EARNING OF WS-DTL-REC
                   PERFORM CHECK-HOST-ALLOWANCE
                   IF LAST-EARN-IS-HOST
                       ADD LINE-AMOUNT OF WS-DTL-REC
                           TO WS-AT-HOST-ALLOW(WS-ASG-IDX, WS-CCY-IDX)
                   END-IF
               WHEN OTHER
                   PERFORM CHECK-HYPO-TAX
                   IF LAST-BEN-IS-HYPO
                       ADD LINE-AMOUNT OF WS-DTL-REC
                           TO WS-AT-HYPO-TAX(WS-ASG-IDX)
                   END-IF
           END-EVALUATE
           .

      * CHECK-HOST-ALLOWANCE: Whether the earning line's component
      * is a host-country allowance.
       CHECK-HOST-ALLOWANCE.
           IF EMP-ID OF WS-AT-EXPAT(WS-ASG-IDX) = WS-LAST-EARN-EMP
                   AND LINE-CODE OF WS-DTL-REC = WS-LAST-EARN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE EMP-ID OF WS-AT-EXPAT(WS-ASG-IDX) TO WS-LAST-EARN-EMP
           MOVE LINE-CODE OF WS-DTL-REC TO WS-LAST-EARN-CODE
           MOVE 'N' TO WS-LAST-EARN-SW

           INITIALIZE EARN-SVC-REQ
           INITIALIZE EARN-SVC-RES
           SET OP-FIND OF EARN-SVC-REQ TO TRUE
           MOVE 'EXPATRPT' TO USER-ID OF EARN-SVC-REQ
           MOVE SPACES TO CORR-ID OF EARN-SVC-REQ
           MOVE WS-LAST-EARN-EMP TO Q-EMP-ID OF EARN-SVC-REQ
           MOVE WS-LAST-EARN-CODE(1:10) TO Q-EARN-CODE OF EARN-SVC-REQ
           CALL 'EARN-SVC' USING EARN-SVC-REQ EARN-SVC-RES
           IF OK OF EARN-SVC-RES
                   AND EARN-HOST-ALLOWANCE OF OUT-EARNING
                       OF EARN-SVC-RES
               MOVE 'Y' TO WS-LAST-EARN-SW
           END-IF
           .

      * CHECK-HYPO-TAX: Whether the benefit line's enrollment is the
      * hypothetical tax.
       CHECK-HYPO-TAX.
           IF EMP-ID OF WS-AT-EXPAT(WS-ASG-IDX) = WS-LAST-BEN-EMP
                   AND LINE-CODE OF WS-DTL-REC = WS-LAST-BEN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE EMP-ID OF WS-AT-EXPAT(WS-ASG-IDX) TO WS-LAST-BEN-EMP
           MOVE LINE-CODE OF WS-DTL-REC TO WS-LAST-BEN-CODE
           MOVE 'N' TO WS-LAST-BEN-SW

           INITIALIZE BENEFIT-SVC-REQ
           INITIALIZE BENEFIT-SVC-RES
           SET OP-FIND OF BENEFIT-SVC-REQ TO TRUE
           MOVE 'EXPATRPT' TO USER-ID OF BENEFIT-SVC-REQ
           MOVE SPACES TO CORR-ID OF BENEFIT-SVC-REQ
           MOVE WS-LAST-BEN-EMP TO Q-EMP-ID OF BENEFIT-SVC-REQ
           MOVE WS-LAST-BEN-CODE(1:10)
               TO Q-BENEFIT-CODE OF BENEFIT-SVC-REQ
           CALL 'BENEFIT-SVC' USING BENEFIT-SVC-REQ BENEFIT-SVC-RES
           IF OK OF BENEFIT-SVC-RES
                   AND BENEFIT-HYPO-TAX OF OUT-BENEFIT
                       OF BENEFIT-SVC-RES
               MOVE 'Y' TO WS-LAST-BEN-SW
           END-IF
           .

      * PRINT-ONE-ASSIGNMENT: The assignment, its pay per currency,
      * the taxes, and the equalization balance when equalized.
       PRINT-ONE-ASSIGNMENT.
           MOVE EMP-ID OF WS-AT-EXPAT(WS-ASG-IDX) TO WS-EMP-ID-DISPLAY
           PERFORM RESOLVE-EMP-NAME

           IF RETURN-DATE OF WS-AT-EXPAT(WS-ASG-IDX) = 0
               IF PLANNED-RETURN OF WS-AT-EXPAT(WS-ASG-IDX)
                       = OPEN-ENDED-DATE
                   MOVE 'OPEN' TO WS-RETURN-TEXT
               ELSE
                   MOVE PLANNED-RETURN OF WS-AT-EXPAT(WS-ASG-IDX)
                       TO WS-RETURN-TEXT
               END-IF
           ELSE
               MOVE RETURN-DATE OF WS-AT-EXPAT(WS-ASG-IDX)
                   TO WS-RETURN-TEXT
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           STRING 'EMP ' WS-EMP-ID-DISPLAY '  ' WS-EMP-NAME
                  '  HOST ' HOST-COUNTRY OF WS-AT-EXPAT(WS-ASG-IDX)
                  ' ' HOST-CITY OF WS-AT-EXPAT(WS-ASG-IDX)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE SPACES TO WS-RESIDENCY-TEXT
           IF TAX-NONRESIDENT OF WS-AT-EXPAT(WS-ASG-IDX)
               STRING 'NON-RESIDENT FROM '
                      NONRES-FROM OF WS-AT-EXPAT(WS-ASG-IDX)
                   DELIMITED BY SIZE INTO WS-RESIDENCY-TEXT
           ELSE
               MOVE 'RESIDENT' TO WS-RESIDENCY-TEXT
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING '    DEPARTED ' DEPART-DATE OF WS-AT-EXPAT(WS-ASG-IDX)
                  '  RETURN ' WS-RETURN-TEXT
                  '  ' WS-RESIDENCY-TEXT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           IF WS-AT-CCY-COUNT(WS-ASG-IDX) = 0
               MOVE '    NO PAYROLLS IN THE ASSIGNMENT PERIOD'
                   TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-IF
           PERFORM PRINT-ONE-CURRENCY
               VARYING WS-CCY-IDX FROM 1 BY 1
               UNTIL WS-CCY-IDX > WS-AT-CCY-COUNT(WS-ASG-IDX)

           MOVE WS-AT-JAPAN-TAX(WS-ASG-IDX) TO WS-TAX-DISPLAY-1
           MOVE WS-AT-HYPO-TAX(WS-ASG-IDX) TO WS-TAX-DISPLAY-2
           MOVE HOST-TAX-PAID OF WS-AT-EXPAT(WS-ASG-IDX)
               TO WS-TAX-DISPLAY-3
           MOVE SPACES TO WS-RPT-LINE
           STRING '    JAPAN TAX ' WS-TAX-DISPLAY-1
                  '  HYPO TAX WITHHELD ' WS-TAX-DISPLAY-2
                  '  HOST TAX PAID ' WS-TAX-DISPLAY-3
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           IF EQUALIZATION-ON OF WS-AT-EXPAT(WS-ASG-IDX)
               PERFORM PRINT-EQUALIZATION
           ELSE
               MOVE '    NOT TAX-EQUALIZED' TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

       PRINT-ONE-CURRENCY.
           MOVE WS-AT-HOME-PAY(WS-ASG-IDX, WS-CCY-IDX)
               TO WS-PAY-DISPLAY-1
           MOVE WS-AT-HOST-ALLOW(WS-ASG-IDX, WS-CCY-IDX)
               TO WS-PAY-DISPLAY-2
           MOVE WS-AT-NET-PAID(WS-ASG-IDX, WS-CCY-IDX)
               TO WS-PAY-DISPLAY-3
           MOVE SPACES TO WS-RPT-LINE
           STRING '    PAID IN ' WS-AT-CCY(WS-ASG-IDX, WS-CCY-IDX)
                  '  HOME PAY ' WS-PAY-DISPLAY-1
                  '  HOST ALLOWANCES ' WS-PAY-DISPLAY-2
                  '  NET ' WS-PAY-DISPLAY-3
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

      * PRINT-EQUALIZATION: The employee bears the hypothetical tax
      * only. Until the settlement is keyed the liability is what
      * was withheld, leaving the Japanese tax taken from their pay
      * owed back to them.
       PRINT-EQUALIZATION.
           ADD 1 TO WS-EQ-COUNT
           IF HYPO-TAX-FINAL OF WS-AT-EXPAT(WS-ASG-IDX) > 0
               MOVE HYPO-TAX-FINAL OF WS-AT-EXPAT(WS-ASG-IDX)
                   TO WS-LIABILITY
           ELSE
               MOVE WS-AT-HYPO-TAX(WS-ASG-IDX) TO WS-LIABILITY
           END-IF
           COMPUTE WS-BALANCE = WS-AT-HYPO-TAX(WS-ASG-IDX)
               + WS-AT-JAPAN-TAX(WS-ASG-IDX) - WS-LIABILITY

           MOVE WS-LIABILITY TO WS-TAX-DISPLAY-1
           MOVE SPACES TO WS-RPT-LINE
           EVALUATE TRUE
               WHEN WS-BALANCE > 0
                   ADD WS-BALANCE TO WS-TOT-OWED-TO
                   MOVE WS-BALANCE TO WS-TAX-DISPLAY-2
                   STRING '    HYPO LIABILITY ' WS-TAX-DISPLAY-1
                          '  BALANCE ' WS-TAX-DISPLAY-2
                          ' OWED TO EMPLOYEE'
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               WHEN WS-BALANCE < 0
                   SUBTRACT WS-BALANCE FROM WS-TOT-OWED-BY
                   COMPUTE WS-TAX-DISPLAY-2 = 0 - WS-BALANCE
                   STRING '    HYPO LIABILITY ' WS-TAX-DISPLAY-1
                          '  BALANCE ' WS-TAX-DISPLAY-2
                          ' OWED BY EMPLOYEE'
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               WHEN OTHER
                   STRING '    HYPO LIABILITY ' WS-TAX-DISPLAY-1
                          '  BALANCE NIL - SETTLED'
                       DELIMITED BY SIZE INTO WS-RPT-LINE
           END-EVALUATE
           IF HYPO-TAX-FINAL OF WS-AT-EXPAT(WS-ASG-IDX) = 0
               MOVE '(UNSETTLED)' TO WS-RPT-LINE(80:11)
           END-IF
           PERFORM EMIT-PRINT-LINE
           .

       RESOLVE-EMP-NAME.
           MOVE SPACES TO WS-EMP-NAME
           INITIALIZE EMP-SVC-REQ
           INITIALIZE EMP-SVC-RES
           MOVE 'F' TO OP-CODE OF EMP-SVC-REQ
           MOVE 'EXPATRPT' TO USER-ID OF EMP-SVC-REQ
           MOVE SPACES TO CORR-ID OF EMP-SVC-REQ
           MOVE EMP-ID OF WS-AT-EXPAT(WS-ASG-IDX)
               TO Q-EMP-ID OF EMP-SVC-REQ
           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES
           IF OK OF EMP-SVC-RES
               STRING LAST-NAME OF OUT-EMP OF EMP-SVC-RES
                          DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      FIRST-NAME OF OUT-EMP OF EMP-SVC-RES
                          DELIMITED BY SPACE
                   INTO WS-EMP-NAME
           ELSE
               MOVE '(NOT ON FILE)' TO WS-EMP-NAME
           END-IF
           .

       PRINT-REPORT-TOTALS.
           MOVE WS-ASG-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ASSIGNMENTS ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE WS-EQ-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-TOT-OWED-TO TO WS-TAX-DISPLAY-1
           MOVE WS-TOT-OWED-BY TO WS-TAX-DISPLAY-2
           MOVE SPACES TO WS-RPT-LINE
           STRING 'TAX-EQUALIZED ' WS-COUNT-DISPLAY
                  '  OWED TO EMPLOYEES ' WS-TAX-DISPLAY-1
                  '  OWED BY EMPLOYEES ' WS-TAX-DISPLAY-2
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
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

       END PROGRAM EXPATRPT.
