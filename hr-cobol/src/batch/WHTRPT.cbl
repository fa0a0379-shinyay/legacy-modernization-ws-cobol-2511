       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHTRPT.
      ******************************************************************
      * WHTRPT - Withholding Income Tax Remittance Summary (Nofusho)
      * Purpose: The national income tax counterpart of RTAXRPT -
      *          totals the income tax withheld on the payments made
      *          in a month, for the payment slip (nofusho) due at
      *          the tax office by the 10th of the following month,
      *          so the slip is filled in from a printed sheet. Each
      *          company gets its own sheet, split into salary,
      *          bonus and retirement allowance (the regular, bonus
      *          and special runs) with the number of payments, the
      *          taxable payment total and the tax withheld; the
      *          year-end adjustment lines booked in the month show
      *          as the shortfall collected or excess refunded. A
      *          small office on the semi-annual payment option
      *          totals January-June (due 10 July) or July-December
      *          (due 20 January) instead. The same figures go out
      *          as a fixed-layout file, registered with XMIT-SVC.
      * Input: hr-cobol/data/payroll.dat
      *        hr-cobol/data/paydtl.dat
      * Output: hr-cobol/data/export/nofusho_<YYYYMM>.dat (fixed
      *         layout, YYYYMM the last month covered)
      *         hr-cobol/data/reports/WHTRPT_<generation>.rpt
      *         (via RPT-PRINT)
      * Parm: WHTRPT_PAY_MONTH environment variable (YYYYMM,
      *       required - the month the payments were made in)
      *       WHTRPT_SEMI_ANNUAL ('Y' totals the half-year that
      *       contains WHTRPT_PAY_MONTH)
      *       RUNCTL_OVERRIDE environment variable ('Y' overrides
      *       the duplicate-run guard)
      * Note: Payments are placed in a month by PAY-DATE (the pay
      *       period where no pay date was set). Only approved,
      *       paid and closed payrolls are counted - what was
      *       actually paid out.
      * Layout (80 bytes): COMPANY 2, FROM-MONTH 6, TO-MONTH 6,
      *       CATEGORY 1 (S salary, B bonus, R retirement), PAYMENT
      *       COUNT 6, TAXABLE PAYMENT 13, TAX WITHHELD 13, YEAR-END
      *       SHORTFALL 11, YEAR-END EXCESS 11, TAX DUE 11
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

           SELECT SLIP-FILE
               ASSIGN TO DYNAMIC WS-SLIP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-FILE.
       01  PAYROLL-RECORD          PIC X(1000).

       FD  PAYDTL-FILE.
       01  PAYDTL-RECORD           PIC X(200).

       FD  SLIP-FILE.
       01  SLIP-RECORD.
           05  SLP-COMPANY-CODE    PIC X(2).
           05  SLP-FROM-MONTH      PIC 9(6).
           05  SLP-TO-MONTH        PIC 9(6).
           05  SLP-CATEGORY        PIC X.
           05  SLP-PAYMENT-COUNT   PIC 9(6).
           05  SLP-TAXABLE-PAY     PIC 9(13).
           05  SLP-TAX-WITHHELD    PIC 9(13).
      *    Year-end adjustment lines booked in the range: collected
      *    (shortfall) and refunded (excess), salary rows only
           05  SLP-YEA-SHORTFALL   PIC 9(11).
           05  SLP-YEA-EXCESS      PIC 9(11).
           05  SLP-TAX-DUE         PIC 9(11).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'WHTRPT'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

       01  WS-PAY-FILE-STATUS      PIC XX.
           88  PAY-FILE-OK             VALUE '00'.
           88  PAY-FILE-EOF            VALUE '10'.
           88  PAY-FILE-NOT-FOUND      VALUE '35'.
       01  WS-DTL-FILE-STATUS      PIC XX.
           88  DTL-FILE-OK             VALUE '00'.
           88  DTL-FILE-EOF            VALUE '10'.
           88  DTL-FILE-NOT-FOUND      VALUE '35'.
       01  WS-SLP-FILE-STATUS      PIC XX.
           88  SLP-FILE-OK             VALUE '00'.
       01  WS-SLIP-PATH            PIC X(60).
       01  WS-SLIP-NAME            PIC X(40).

       01  WS-PAY-REC.
           COPY payroll REPLACING ==05== BY ==10==.
       01  WS-DTL-REC.
           COPY paydtl REPLACING ==05== BY ==10==.

      * Print-file plumbing - same shape as the report programs
       01  WS-RPT-OP               PIC X.
       01  WS-RPT-NAME             PIC X(8)  VALUE 'WHTRPT'.
       01  WS-RPT-TITLE            PIC X(40)
           VALUE 'WITHHOLDING TAX REMITTANCE SUMMARY'.
       01  WS-RPT-OPERATOR         PIC X(16).
       01  WS-RPT-LINE             PIC X(100).
       01  WS-RPT-STATUS           PIC 9.

      * Working storage for RUNCTL-SVC calls
           COPY runctl-req.
           COPY runctl-res.
       01  WS-RUN-PARM             PIC X(10).
       01  WS-RUN-START-TS         PIC 9(14).
       01  WS-ENV-OVERRIDE         PIC X(10).

      * Working storage for XMIT-SVC calls - the slip file lands on
      * the transmission register with its counts and hash total
           COPY xmit-req.
           COPY xmit-res.

       01  WS-ENV-PAY-MONTH        PIC X(10).
       01  WS-ENV-SEMI-ANNUAL      PIC X(10).
       01  WS-PAY-MONTH            PIC 9(6) VALUE 0.
       01  WS-PAY-MONTH-YY         PIC 9(4).
       01  WS-PAY-MONTH-MM         PIC 9(2).
       01  WS-FROM-MONTH           PIC 9(6).
       01  WS-TO-MONTH             PIC 9(6).
       01  WS-SEMI-ANNUAL-SW       PIC X VALUE 'N'.
           88  SEMI-ANNUAL-RUN         VALUE 'Y'.
           88  MONTHLY-RUN             VALUE 'N'.
       01  WS-REC-MONTH            PIC 9(6).

      * The legacy income tax DEDUCTION rule's lines still count as
      * tax withheld, and the commuting allowance is the non-taxable
      * earning
       78  INCOME-TAX-RULE-PREFIX  VALUE 'INCOME-TAX'.
       78  NONTAX-COMMUTE-CODE     VALUE 'COMMUTE'.

      * Per-company totals, one bucket per payment category -
      * 1 salary (regular run), 2 bonus, 3 retirement allowance
      * (special run)
       78  MAX-COMPANIES           VALUE 50.
       01  WS-CO-COUNT             PIC 9(3) VALUE 0.
       01  WS-CO-TABLE.
           05  WS-CO-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-CO-IDX.
               10  WS-CT-CODE          PIC X(2).
               10  WS-CT-YEA-SHORT     PIC 9(11)V99.
               10  WS-CT-YEA-EXCESS    PIC 9(11)V99.
               10  WS-CT-CAT OCCURS 3 TIMES.
                   15  WS-CT-COUNT         PIC 9(6).
                   15  WS-CT-PAYMENT       PIC S9(13)V99.
                   15  WS-CT-TAX           PIC S9(13)V99.
       01  WS-CAT                  PIC 9.
       01  WS-CO-SLOT              PIC 9(3).
       01  WS-REC-COMPANY          PIC X(2).

      * Payroll records in range, resolving a detail line's PAY-ID
      * to its company and category
       78  MAX-PAYS                VALUE 20000.
       01  WS-PAY-COUNT            PIC 9(5) VALUE 0.
       01  WS-PAY-TABLE.
           05  WS-PAY-ENTRY OCCURS 20000 TIMES
                   INDEXED BY WS-PAY-IDX.
               10  WS-PT-PAY-ID        PIC 9(12).
               10  WS-PT-CO-SLOT       PIC 9(3).
               10  WS-PT-CAT           PIC 9.
       01  WS-FOUND-SW             PIC X.
           88  SLOT-FOUND              VALUE 'Y'.
           88  SLOT-NOT-FOUND          VALUE 'N'.

      * Sheet work fields
       01  WS-CAT-LABEL            PIC X(22).
       01  WS-CAT-CODE             PIC X.
       01  WS-TAX-DUE              PIC S9(13)V99.
       01  WS-CO-TAX-DUE           PIC S9(13)V99.
       01  WS-SLIP-COUNT           PIC 9(6) VALUE 0.
       01  WS-SLIP-HASH            PIC 9(13)V99 VALUE 0.
       01  WS-GRAND-TAX-DUE        PIC S9(15)V99 VALUE 0.
       01  WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.
       01  WS-AMOUNT-DISPLAY       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-AMOUNT-DISPLAY-2     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-DUE-DISPLAY          PIC -,ZZZ,ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'WHTRPT - Withholding Tax Remittance Summary v'
               WS-VERSION

           ACCEPT WS-ENV-PAY-MONTH FROM ENVIRONMENT 'WHTRPT_PAY_MONTH'
           IF WS-ENV-PAY-MONTH(1:6) IS NUMERIC
               MOVE WS-ENV-PAY-MONTH(1:6) TO WS-PAY-MONTH
           END-IF

           IF WS-PAY-MONTH = 0
               DISPLAY 'ERROR: WHTRPT_PAY_MONTH (YYYYMM) is required'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DIVIDE WS-PAY-MONTH BY 100
               GIVING WS-PAY-MONTH-YY REMAINDER WS-PAY-MONTH-MM
           IF WS-PAY-MONTH-MM < 1 OR WS-PAY-MONTH-MM > 12
               DISPLAY 'ERROR: WHTRPT_PAY_MONTH month must be 01-12'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-ENV-SEMI-ANNUAL
           ACCEPT WS-ENV-SEMI-ANNUAL
               FROM ENVIRONMENT 'WHTRPT_SEMI_ANNUAL'
           IF WS-ENV-SEMI-ANNUAL(1:1) = 'Y' OR 'y'
               SET SEMI-ANNUAL-RUN TO TRUE
           END-IF

      *    The semi-annual option pays January-June and
      *    July-December in one slip each
           IF SEMI-ANNUAL-RUN
               IF WS-PAY-MONTH-MM <= 6
                   COMPUTE WS-FROM-MONTH = WS-PAY-MONTH-YY * 100 + 1
                   COMPUTE WS-TO-MONTH = WS-PAY-MONTH-YY * 100 + 6
               ELSE
                   COMPUTE WS-FROM-MONTH = WS-PAY-MONTH-YY * 100 + 7
                   COMPUTE WS-TO-MONTH = WS-PAY-MONTH-YY * 100 + 12
               END-IF
           ELSE
               MOVE WS-PAY-MONTH TO WS-FROM-MONTH
               MOVE WS-PAY-MONTH TO WS-TO-MONTH
           END-IF

           PERFORM REGISTER-RUN-START
           IF NOT OK OF RUNCTL-SVC-RES
                   AND STATUS-CODE-N OF RUNCTL-SVC-RES = 409
               DISPLAY 'RUN BLOCKED: ' STATUS-MSG OF RUNCTL-SVC-RES
               DISPLAY 'Set RUNCTL_OVERRIDE=Y to run anyway.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'Payments made ' WS-FROM-MONTH ' - ' WS-TO-MONTH

           PERFORM LOAD-RANGE-PAYROLLS
           PERFORM SWEEP-DETAIL-LINES

           MOVE SPACES TO WS-SLIP-NAME
           STRING 'export/nofusho_' WS-TO-MONTH '.dat'
               DELIMITED BY SIZE INTO WS-SLIP-NAME
           MOVE SPACES TO WS-SLIP-PATH
           STRING 'hr-cobol/data/' WS-SLIP-NAME
               DELIMITED BY '  ' INTO WS-SLIP-PATH
           OPEN OUTPUT SLIP-FILE
           IF NOT SLP-FILE-OK
               DISPLAY 'ERROR: Cannot open slip file ' WS-SLIP-PATH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OPEN-PRINT-FILE

           MOVE SPACES TO WS-RPT-LINE
           IF SEMI-ANNUAL-RUN
               STRING 'PAYMENTS MADE ' WS-FROM-MONTH
                      ' - ' WS-TO-MONTH
                      '   (SEMI-ANNUAL PAYMENT OPTION)'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING 'PAYMENTS MADE IN ' WS-PAY-MONTH
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM EMIT-PRINT-LINE

           IF WS-CO-COUNT = 0
               MOVE SPACES TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
               MOVE 'NO PAYMENTS IN RANGE - NOTHING TO REMIT'
                   TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-IF

           PERFORM PRINT-ONE-COMPANY
               VARYING WS-CO-IDX FROM 1 BY 1
               UNTIL WS-CO-IDX > WS-CO-COUNT

           CLOSE SLIP-FILE
           PERFORM CLOSE-PRINT-FILE

           PERFORM REGISTER-TRANSMISSION
           PERFORM REGISTER-RUN-END

           MOVE WS-PAY-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Payments totaled: ' WS-COUNT-DISPLAY
           MOVE WS-GRAND-TAX-DUE TO WS-DUE-DISPLAY
           DISPLAY 'Tax due:          ' WS-DUE-DISPLAY
           DISPLAY 'Slip file: ' WS-SLIP-PATH
           STOP RUN
           .

      * LOAD-RANGE-PAYROLLS: The approved-or-later payrolls whose
      * payment month falls in the range, each counted as one
      * payment in its company's category with its gross as the
      * starting taxable payment.
       LOAD-RANGE-PAYROLLS.
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
           IF NOT PAY-APPROVED OF WS-PAY-REC
                   AND NOT PAY-PAID OF WS-PAY-REC
                   AND NOT PAY-CLOSED OF WS-PAY-REC
               EXIT PARAGRAPH
           END-IF

           IF PAY-DATE OF WS-PAY-REC > 0
               DIVIDE PAY-DATE OF WS-PAY-REC BY 100
                   GIVING WS-REC-MONTH
           ELSE
               MOVE PAY-PERIOD OF WS-PAY-REC TO WS-REC-MONTH
           END-IF
           IF WS-REC-MONTH < WS-FROM-MONTH
                   OR WS-REC-MONTH > WS-TO-MONTH
               EXIT PARAGRAPH
           END-IF

           MOVE COMPANY-CODE OF WS-PAY-REC TO WS-REC-COMPANY
           IF WS-REC-COMPANY = SPACES
               MOVE '01' TO WS-REC-COMPANY
           END-IF
           PERFORM FIND-OR-ADD-COMPANY
           IF SLOT-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN RUN-BONUS OF WS-PAY-REC
                   MOVE 2 TO WS-CAT
               WHEN RUN-SPECIAL OF WS-PAY-REC
                   MOVE 3 TO WS-CAT
               WHEN OTHER
                   MOVE 1 TO WS-CAT
           END-EVALUATE

           ADD 1 TO WS-CT-COUNT(WS-CO-IDX, WS-CAT)
           ADD GROSS-PAY OF WS-PAY-REC
               TO WS-CT-PAYMENT(WS-CO-IDX, WS-CAT)
      *    Company housing let below half its statutory value is a
      *    taxable payment in kind - not in the gross
           IF BENEFIT-IN-KIND OF WS-PAY-REC IS NUMERIC
               ADD BENEFIT-IN-KIND OF WS-PAY-REC
                   TO WS-CT-PAYMENT(WS-CO-IDX, WS-CAT)
           END-IF

           ADD 1 TO WS-PAY-COUNT
           SET WS-PAY-IDX TO WS-PAY-COUNT
           MOVE PAY-ID OF WS-PAY-REC TO WS-PT-PAY-ID(WS-PAY-IDX)
           SET WS-CO-SLOT TO WS-CO-IDX
           MOVE WS-CO-SLOT TO WS-PT-CO-SLOT(WS-PAY-IDX)
           MOVE WS-CAT TO WS-PT-CAT(WS-PAY-IDX)
           .

       FIND-OR-ADD-COMPANY.
           SET SLOT-NOT-FOUND TO TRUE
           SET WS-CO-IDX TO 1
           SEARCH WS-CO-ENTRY
               AT END
                   DISPLAY 'WARNING: company table full - '
                       'company ' WS-REC-COMPANY ' not totaled'
               WHEN WS-CO-IDX > WS-CO-COUNT
                   ADD 1 TO WS-CO-COUNT
                   SET WS-CO-IDX TO WS-CO-COUNT
                   INITIALIZE WS-CO-ENTRY(WS-CO-IDX)
                   MOVE WS-REC-COMPANY TO WS-CT-CODE(WS-CO-IDX)
                   SET SLOT-FOUND TO TRUE
               WHEN WS-CT-CODE(WS-CO-IDX) = WS-REC-COMPANY
                   SET SLOT-FOUND TO TRUE
           END-SEARCH
           .

      * SWEEP-DETAIL-LINES: One pass over the detail file - the
      * withheld income tax lines into the tax, the non-taxable
      * commuting and absence amounts out of the taxable payment,
      * and the year-end adjustment lines into the shortfall or
      * excess.
       SWEEP-DETAIL-LINES.
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
                               OR LINE-YEAR-END-ADJ OF WS-DTL-REC
                               OR LINE-ABSENCE OF WS-DTL-REC
                               OR (LINE-RULE OF WS-DTL-REC
                                   AND LINE-CODE OF WS-DTL-REC(1:10)
                                       = INCOME-TAX-RULE-PREFIX)
                               OR (LINE-EARNING OF WS-DTL-REC
                                   AND LINE-CODE OF WS-DTL-REC
                                       = NONTAX-COMMUTE-CODE)
                           PERFORM FOLD-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PAYDTL-FILE
           .

       FOLD-ONE-LINE.
           SET WS-PAY-IDX TO 1
           SEARCH WS-PAY-ENTRY
               AT END
                   EXIT PARAGRAPH
               WHEN WS-PAY-IDX > WS-PAY-COUNT
                   EXIT PARAGRAPH
               WHEN WS-PT-PAY-ID(WS-PAY-IDX) = PAY-ID OF WS-DTL-REC
                   CONTINUE
           END-SEARCH
           SET WS-CO-IDX TO WS-PT-CO-SLOT(WS-PAY-IDX)
           MOVE WS-PT-CAT(WS-PAY-IDX) TO WS-CAT

           EVALUATE TRUE
               WHEN LINE-INCOME-TAX OF WS-DTL-REC
               WHEN LINE-RULE OF WS-DTL-REC
                   ADD LINE-AMOUNT OF WS-DTL-REC
                       TO WS-CT-TAX(WS-CO-IDX, WS-CAT)
               WHEN LINE-YEAR-END-ADJ OF WS-DTL-REC
                   IF LINE-AMOUNT OF WS-DTL-REC < 0
                       SUBTRACT LINE-AMOUNT OF WS-DTL-REC
                           FROM WS-CT-YEA-EXCESS(WS-CO-IDX)
                   ELSE
                       ADD LINE-AMOUNT OF WS-DTL-REC
                           TO WS-CT-YEA-SHORT(WS-CO-IDX)
                   END-IF
               WHEN OTHER
                   SUBTRACT LINE-AMOUNT OF WS-DTL-REC
                       FROM WS-CT-PAYMENT(WS-CO-IDX, WS-CAT)
           END-EVALUATE
           .

      * PRINT-ONE-COMPANY: The company's sheet - one line per
      * category as the slip is laid out, the year-end adjustment,
      * and the amount to remit - with a slip file row per
      * category.
       PRINT-ONE-COMPANY.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'COMPANY ' WS-CT-CODE(WS-CO-IDX)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE '  CATEGORY               PAYMENTS'
               TO WS-RPT-LINE
           MOVE 'TAXABLE PAYMENT' TO WS-RPT-LINE(40:15)
           MOVE 'TAX WITHHELD' TO WS-RPT-LINE(64:12)
           PERFORM EMIT-PRINT-LINE

           MOVE 0 TO WS-CO-TAX-DUE
           PERFORM PRINT-ONE-CATEGORY
               VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 3

           MOVE WS-CT-YEA-SHORT(WS-CO-IDX) TO WS-AMOUNT-DISPLAY
           MOVE WS-CT-YEA-EXCESS(WS-CO-IDX) TO WS-AMOUNT-DISPLAY-2
           MOVE SPACES TO WS-RPT-LINE
           STRING '  YEAR-END ADJUSTMENT  SHORTFALL '
                  WS-AMOUNT-DISPLAY
                  '  EXCESS ' WS-AMOUNT-DISPLAY-2
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           ADD WS-CT-YEA-SHORT(WS-CO-IDX) TO WS-CO-TAX-DUE
           SUBTRACT WS-CT-YEA-EXCESS(WS-CO-IDX) FROM WS-CO-TAX-DUE
           MOVE WS-CO-TAX-DUE TO WS-DUE-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING '  TAX TO REMIT                           '
                  WS-DUE-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           IF WS-CO-TAX-DUE < 0
      *        Refunds beyond the month's tax are set against the
      *        following months' remittances
               MOVE SPACES TO WS-RPT-LINE
               MOVE '  *** EXCESS REFUNDED EXCEEDS TAX - CARRY THE '
                   TO WS-RPT-LINE
               MOVE 'BALANCE TO NEXT MONTH' TO WS-RPT-LINE(48:21)
               PERFORM EMIT-PRINT-LINE
           ELSE
               ADD WS-CO-TAX-DUE TO WS-GRAND-TAX-DUE
           END-IF
           .

       PRINT-ONE-CATEGORY.
           EVALUATE WS-CAT
               WHEN 1
                   MOVE 'SALARY' TO WS-CAT-LABEL
                   MOVE 'S' TO WS-CAT-CODE
               WHEN 2
                   MOVE 'BONUS' TO WS-CAT-LABEL
                   MOVE 'B' TO WS-CAT-CODE
               WHEN OTHER
                   MOVE 'RETIREMENT ALLOWANCE' TO WS-CAT-LABEL
                   MOVE 'R' TO WS-CAT-CODE
           END-EVALUATE

           IF WS-CT-PAYMENT(WS-CO-IDX, WS-CAT) < 0
               MOVE 0 TO WS-CT-PAYMENT(WS-CO-IDX, WS-CAT)
           END-IF
           ADD WS-CT-TAX(WS-CO-IDX, WS-CAT) TO WS-CO-TAX-DUE

           MOVE WS-CT-COUNT(WS-CO-IDX, WS-CAT) TO WS-COUNT-DISPLAY
           MOVE WS-CT-PAYMENT(WS-CO-IDX, WS-CAT) TO WS-AMOUNT-DISPLAY
           MOVE WS-CT-TAX(WS-CO-IDX, WS-CAT) TO WS-AMOUNT-DISPLAY-2
           MOVE SPACES TO WS-RPT-LINE
           STRING '  ' WS-CAT-LABEL ' ' WS-COUNT-DISPLAY
                  '  ' WS-AMOUNT-DISPLAY
                  '  ' WS-AMOUNT-DISPLAY-2
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           INITIALIZE SLIP-RECORD
           MOVE WS-CT-CODE(WS-CO-IDX) TO SLP-COMPANY-CODE
           MOVE WS-FROM-MONTH TO SLP-FROM-MONTH
           MOVE WS-TO-MONTH TO SLP-TO-MONTH
           MOVE WS-CAT-CODE TO SLP-CATEGORY
           MOVE WS-CT-COUNT(WS-CO-IDX, WS-CAT) TO SLP-PAYMENT-COUNT
           MOVE WS-CT-PAYMENT(WS-CO-IDX, WS-CAT) TO SLP-TAXABLE-PAY
           MOVE WS-CT-TAX(WS-CO-IDX, WS-CAT) TO SLP-TAX-WITHHELD
           MOVE WS-CT-TAX(WS-CO-IDX, WS-CAT) TO WS-TAX-DUE
           IF WS-CAT = 1
               MOVE WS-CT-YEA-SHORT(WS-CO-IDX) TO SLP-YEA-SHORTFALL
               MOVE WS-CT-YEA-EXCESS(WS-CO-IDX) TO SLP-YEA-EXCESS
               ADD WS-CT-YEA-SHORT(WS-CO-IDX) TO WS-TAX-DUE
               SUBTRACT WS-CT-YEA-EXCESS(WS-CO-IDX) FROM WS-TAX-DUE
           END-IF
           IF WS-TAX-DUE > 0
               MOVE WS-TAX-DUE TO SLP-TAX-DUE
           ELSE
               MOVE 0 TO SLP-TAX-DUE
           END-IF
           WRITE SLIP-RECORD
           ADD 1 TO WS-SLIP-COUNT
           ADD SLP-TAX-DUE TO WS-SLIP-HASH
           .

      * REGISTER-TRANSMISSION: Books the slip file on the
      * transmission register with its row count and the tax due as
      * hash total - the operator marks it transmitted once filed.
       REGISTER-TRANSMISSION.
           INITIALIZE XMIT-SVC-REQ
           INITIALIZE XMIT-SVC-RES
           SET OP-REGISTER OF XMIT-SVC-REQ TO TRUE
           MOVE 'WHTRPT' TO USER-ID OF XMIT-SVC-REQ
           MOVE SPACES TO CORR-ID OF XMIT-SVC-REQ
           MOVE 'WHTRPT' TO XMIT-JOB OF IN-XMIT OF XMIT-SVC-REQ
           MOVE WS-SLIP-NAME
               TO XMIT-FILE-NAME OF IN-XMIT OF XMIT-SVC-REQ
           MOVE WS-SLIP-COUNT
               TO XMIT-RECORD-COUNT OF IN-XMIT OF XMIT-SVC-REQ
           MOVE WS-SLIP-HASH
               TO XMIT-HASH-TOTAL OF IN-XMIT OF XMIT-SVC-REQ

           CALL 'XMIT-SVC' USING XMIT-SVC-REQ XMIT-SVC-RES

           IF OK OF XMIT-SVC-RES
               DISPLAY 'Registered as generation '
                   GEN-NUMBER OF OUT-XMIT OF XMIT-SVC-RES
           END-IF
           .

      * OPEN-PRINT-FILE / EMIT-PRINT-LINE / CLOSE-PRINT-FILE: the
      * sheet's print-file plumbing, shared shape across the report
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

      * REGISTER-RUN-START / REGISTER-RUN-END: central run control
      * registration, the same shape as the other period batches.
       REGISTER-RUN-START.
           MOVE SPACES TO WS-RUN-PARM
           MOVE WS-TO-MONTH TO WS-RUN-PARM
      *    A half-year slip is a different run from the month's
           IF SEMI-ANNUAL-RUN
               MOVE 'H' TO WS-RUN-PARM(7:1)
           END-IF
           INITIALIZE RUNCTL-SVC-REQ
           INITIALIZE RUNCTL-SVC-RES
           SET OP-START OF RUNCTL-SVC-REQ TO TRUE
           MOVE 'WHTRPT' TO USER-ID OF RUNCTL-SVC-REQ
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
           MOVE 'WHTRPT' TO USER-ID OF RUNCTL-SVC-REQ
           MOVE SPACES TO CORR-ID OF RUNCTL-SVC-REQ
           MOVE WS-PROGRAM-NAME(1:8) TO Q-JOB-NAME OF RUNCTL-SVC-REQ
           MOVE WS-RUN-PARM TO Q-RUN-PARM OF RUNCTL-SVC-REQ
           MOVE WS-RUN-START-TS
               TO Q-START-TIMESTAMP OF RUNCTL-SVC-REQ
           MOVE WS-PAY-COUNT TO Q-TOTAL-COUNT OF RUNCTL-SVC-REQ
           MOVE WS-PAY-COUNT TO Q-SUCCESS-COUNT OF RUNCTL-SVC-REQ
           MOVE 0 TO Q-FAILED-COUNT OF RUNCTL-SVC-REQ
           MOVE 'C' TO Q-OUTCOME OF RUNCTL-SVC-REQ
           CALL 'RUNCTL-SVC' USING RUNCTL-SVC-REQ RUNCTL-SVC-RES
           .

       END PROGRAM WHTRPT.
