       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHRPT.
      ******************************************************************
      * CASHRPT - Cash Payment Denomination Breakdown (kinshu-hyo)
      * Purpose: For the employees paid in cash (PAY-BY-CASH) - the
      *          ones EXPPAY leaves out of the transfer file - the
      *          notes and coins each approved payroll of the period
      *          needs for its net pay, counted largest first, and
      *          the total per denomination to draw from the bank.
      *          A second print file holds one receipt per envelope
      *          for the employee to sign; when the signed receipt
      *          comes back, the HRMENU cash receipt screen records
      *          the payroll PAID through PAY-SVC's MARK-PAYROLL-PAID.
      * Input: hr-cobol/data/payroll.dat
      *        EMP-SVC (payment method, name), PAYCAL-SVC, CONFIG-IO
      * Output: hr-cobol/data/reports/CASHRPT_<generation>.rpt
      *         hr-cobol/data/reports/CASHRCPT_<generation>.rpt
      *         (via RPT-PRINT)
      * Parm: CASHRPT_PAY_PERIOD environment variable (YYYYMM,
      *       default the calendar's open period)
      *       COMPANY_CODE environment variable (default 01)
      * Note: Cash is paid in yen - a payroll in another currency is
      *       listed as an exception, not broken down - and the sen
      *       of a net pay are not counted out. The 2,000 yen note
      *       is not stocked.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-FILE
               ASSIGN TO 'hr-cobol/data/payroll.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-FILE.
       01  PAYROLL-RECORD          PIC X(1000).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'CASHRPT'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

       01  WS-PAY-FILE-STATUS      PIC XX.
           88  PAY-FILE-OK             VALUE '00'.
           88  PAY-FILE-EOF            VALUE '10'.
           88  PAY-FILE-NOT-FOUND      VALUE '35'.

       01  WS-PAY-REC.
           COPY payroll REPLACING ==05== BY ==10==.

      * System configuration, loaded through CONFIG-IO for
      * DEFAULT-CURRENCY
           COPY config.
       01  WS-CONFIG-IO-OP          PIC X.
       01  WS-CONFIG-IO-STATUS      PIC 9.

      * Working storage for EMP-SVC and PAYCAL-SVC calls
           COPY emp-req.
           COPY emp-res.
           COPY cal-req.
           COPY cal-res.

      * Pay-period and entity filters
       01  WS-ENV-PAY-PERIOD       PIC X(10).
       01  WS-PERIOD-FILTER        PIC 9(6) VALUE 0.
       01  WS-ENV-COMPANY          PIC X(10).
       01  WS-COMPANY-FILTER       PIC X(2) VALUE '01'.
       01  WS-REC-COMPANY          PIC X(2).
       01  WS-COMPANY-MATCH-SW     PIC X.
           88  RECORD-COMPANY-MATCH    VALUE 'Y'.
           88  RECORD-COMPANY-OTHER    VALUE 'N'.

      * The denominations counted out, largest first
       01  WS-DENOM-VALUES.
           05  FILLER              PIC 9(5) VALUE 10000.
           05  FILLER              PIC 9(5) VALUE 5000.
           05  FILLER              PIC 9(5) VALUE 1000.
           05  FILLER              PIC 9(5) VALUE 500.
           05  FILLER              PIC 9(5) VALUE 100.
           05  FILLER              PIC 9(5) VALUE 50.
           05  FILLER              PIC 9(5) VALUE 10.
           05  FILLER              PIC 9(5) VALUE 5.
           05  FILLER              PIC 9(5) VALUE 1.
       01  WS-DENOM-TABLE REDEFINES WS-DENOM-VALUES.
           05  WS-DENOM-VALUE      PIC 9(5) OCCURS 9 TIMES.
       78  DENOM-COUNT             VALUE 9.
      * Notes are the first three denominations, coins the rest
       78  LAST-NOTE-DENOM         VALUE 3.
       78  FIRST-COIN-DENOM        VALUE 4.
       01  WS-DENOM-IDX            PIC 9(2).
       01  WS-DENOM-TOTALS.
           05  WS-DENOM-TOTAL      PIC 9(7) OCCURS 9 TIMES.
       01  WS-REMAINING-YEN        PIC 9(11).

      * The cash payees of the period, kept for the receipts
       78  MAX-PAYEES              VALUE 500.
       01  WS-PAYEE-COUNT          PIC 9(4) VALUE 0.
       01  WS-PAYEE-TABLE.
           05  WS-PAYEE-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-PAYEE-IDX.
               10  WS-PE-PAY-ID        PIC 9(12).
               10  WS-PE-EMP-ID        PIC 9(9).
               10  WS-PE-NAME          PIC X(30).
               10  WS-PE-PAY-DATE      PIC 9(8).
               10  WS-PE-NET-YEN       PIC 9(11).
               10  WS-PE-COUNT         PIC 9(5) OCCURS 9 TIMES.

      * Counters
       01  WS-SCANNED-COUNT        PIC 9(6) VALUE 0.
       01  WS-FOREIGN-COUNT        PIC 9(6) VALUE 0.
       01  WS-CASH-TOTAL           PIC 9(13) VALUE 0.
       01  WS-DENOM-AMOUNT         PIC 9(13).

      * Print-file plumbing - the breakdown, then the receipts
       01  WS-RPT-OP               PIC X.
       01  WS-RPT-NAME             PIC X(8)  VALUE 'CASHRPT'.
       01  WS-RPT-TITLE            PIC X(40)
           VALUE 'CASH PAYMENT DENOMINATION BREAKDOWN'.
       01  WS-RPT-OPERATOR         PIC X(16).
       01  WS-RPT-LINE             PIC X(100).
       01  WS-RPT-STATUS           PIC 9.
       01  WS-RPT-HEADER           PIC X(100).

      * Display fields
       01  WS-COUNT-DISPLAY        PIC ZZ,ZZ9.
       01  WS-YEN-DISPLAY          PIC ZZZ,ZZZ,ZZ9.
       01  WS-TOTAL-DISPLAY        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-DENOM-DISPLAY        PIC ZZ,ZZ9.
       01  WS-PIECES-DISPLAY       PIC ZZZZ9.
       01  WS-PIECES-TOTAL-DISP    PIC Z,ZZZ,ZZ9.
       01  WS-LINE-PTR             PIC 9(3).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'CASHRPT - Cash Payment Denomination Breakdown v'
               WS-VERSION

           MOVE 'L' TO WS-CONFIG-IO-OP
           CALL 'CONFIG-IO' USING WS-CONFIG-IO-OP CONFIG
                                  WS-CONFIG-IO-STATUS

           ACCEPT WS-ENV-PAY-PERIOD
               FROM ENVIRONMENT 'CASHRPT_PAY_PERIOD'
           IF WS-ENV-PAY-PERIOD(1:6) IS NUMERIC
               MOVE WS-ENV-PAY-PERIOD(1:6) TO WS-PERIOD-FILTER
           END-IF
           IF WS-PERIOD-FILTER = 0
               INITIALIZE PAYCAL-SVC-REQ
               INITIALIZE PAYCAL-SVC-RES
               SET OP-FIND-OPEN OF PAYCAL-SVC-REQ TO TRUE
               MOVE 'CASHRPT' TO USER-ID OF PAYCAL-SVC-REQ
               MOVE SPACES TO CORR-ID OF PAYCAL-SVC-REQ
               CALL 'PAYCAL-SVC' USING PAYCAL-SVC-REQ PAYCAL-SVC-RES
               IF OK OF PAYCAL-SVC-RES
                   MOVE PAY-PERIOD OF OUT-PAYCAL OF PAYCAL-SVC-RES
                       TO WS-PERIOD-FILTER
               END-IF
           END-IF
           IF WS-PERIOD-FILTER = 0
               DISPLAY 'ERROR: No pay period given and none open on '
                   'the calendar - set CASHRPT_PAY_PERIOD.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'Pay period: ' WS-PERIOD-FILTER

           ACCEPT WS-ENV-COMPANY FROM ENVIRONMENT 'COMPANY_CODE'
           IF WS-ENV-COMPANY(1:2) NOT = SPACES
               MOVE WS-ENV-COMPANY(1:2) TO WS-COMPANY-FILTER
           END-IF
           DISPLAY 'Company scope: ' WS-COMPANY-FILTER

           INITIALIZE WS-DENOM-TOTALS
           PERFORM LOAD-CASH-PAYEES

           PERFORM PRINT-BREAKDOWN
           PERFORM PRINT-RECEIPTS

           MOVE WS-SCANNED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Approved payrolls scanned: ' WS-COUNT-DISPLAY
           MOVE WS-PAYEE-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Paid in cash:              ' WS-COUNT-DISPLAY
           MOVE WS-CASH-TOTAL TO WS-TOTAL-DISPLAY
           DISPLAY 'Cash to withdraw:          ' WS-TOTAL-DISPLAY
           IF WS-FOREIGN-COUNT > 0
               MOVE WS-FOREIGN-COUNT TO WS-COUNT-DISPLAY
               DISPLAY 'Not in yen (see report):   ' WS-COUNT-DISPLAY
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      * LOAD-CASH-PAYEES: Every approved payroll of the period and
      * entity with a positive net pay whose employee is paid in
      * cash, broken into notes and coins.
       LOAD-CASH-PAYEES.
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
                       PERFORM LOAD-ONE-PAYROLL
               END-READ
           END-PERFORM

           CLOSE PAYROLL-FILE
           .

       LOAD-ONE-PAYROLL.
           IF NOT PAY-APPROVED OF WS-PAY-REC
               EXIT PARAGRAPH
           END-IF
           IF PAY-PERIOD OF WS-PAY-REC NOT = WS-PERIOD-FILTER
               EXIT PARAGRAPH
           END-IF
           MOVE COMPANY-CODE OF WS-PAY-REC TO WS-REC-COMPANY
           PERFORM CHECK-RECORD-COMPANY
           IF RECORD-COMPANY-OTHER
               EXIT PARAGRAPH
           END-IF
           IF NET-PAY OF WS-PAY-REC NOT > 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SCANNED-COUNT

           INITIALIZE EMP-SVC-REQ
           INITIALIZE EMP-SVC-RES
           MOVE 'F' TO OP-CODE OF EMP-SVC-REQ
           MOVE 'CASHRPT' TO USER-ID OF EMP-SVC-REQ
           MOVE SPACES TO CORR-ID OF EMP-SVC-REQ
           MOVE EMP-ID OF WS-PAY-REC TO Q-EMP-ID OF EMP-SVC-REQ
           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES
           IF NOT OK OF EMP-SVC-RES
                   OR NOT PAY-BY-CASH OF OUT-EMP OF EMP-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF PAY-CURRENCY OF WS-PAY-REC NOT = SPACES
                   AND PAY-CURRENCY OF WS-PAY-REC
                       NOT = DEFAULT-CURRENCY OF CONFIG
               ADD 1 TO WS-FOREIGN-COUNT
               DISPLAY 'WARNING: PAY-ID ' PAY-ID OF WS-PAY-REC
                   ' is in ' PAY-CURRENCY OF WS-PAY-REC
                   ' - not broken down for cash'
               EXIT PARAGRAPH
           END-IF

           IF WS-PAYEE-COUNT >= MAX-PAYEES
               DISPLAY 'WARNING: cash payee table full - PAY-ID '
                   PAY-ID OF WS-PAY-REC ' not listed'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PAYEE-COUNT
           SET WS-PAYEE-IDX TO WS-PAYEE-COUNT
           INITIALIZE WS-PAYEE-ENTRY(WS-PAYEE-IDX)
           MOVE PAY-ID OF WS-PAY-REC TO WS-PE-PAY-ID(WS-PAYEE-IDX)
           MOVE EMP-ID OF WS-PAY-REC TO WS-PE-EMP-ID(WS-PAYEE-IDX)
           MOVE PAY-DATE OF WS-PAY-REC TO WS-PE-PAY-DATE(WS-PAYEE-IDX)
           STRING LAST-NAME OF OUT-EMP OF EMP-SVC-RES
                      DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  FIRST-NAME OF OUT-EMP OF EMP-SVC-RES
                      DELIMITED BY SPACE
               INTO WS-PE-NAME(WS-PAYEE-IDX)
      *    Whole yen only - the sen are not counted out
           MOVE NET-PAY OF WS-PAY-REC TO WS-PE-NET-YEN(WS-PAYEE-IDX)
           ADD WS-PE-NET-YEN(WS-PAYEE-IDX) TO WS-CASH-TOTAL

           MOVE WS-PE-NET-YEN(WS-PAYEE-IDX) TO WS-REMAINING-YEN
           PERFORM COUNT-ONE-DENOMINATION
               VARYING WS-DENOM-IDX FROM 1 BY 1
               UNTIL WS-DENOM-IDX > DENOM-COUNT
           .

      * COUNT-ONE-DENOMINATION: As many of the denomination as the
      * amount still to be made up takes.
       COUNT-ONE-DENOMINATION.
           DIVIDE WS-REMAINING-YEN BY WS-DENOM-VALUE(WS-DENOM-IDX)
               GIVING WS-PE-COUNT(WS-PAYEE-IDX, WS-DENOM-IDX)
               REMAINDER WS-REMAINING-YEN
           ADD WS-PE-COUNT(WS-PAYEE-IDX, WS-DENOM-IDX)
               TO WS-DENOM-TOTAL(WS-DENOM-IDX)
           .

      * PRINT-BREAKDOWN: One line per envelope, then the pieces and
      * value per denomination - the bank withdrawal slip.
       PRINT-BREAKDOWN.
           MOVE 'CASHRPT' TO WS-RPT-NAME
           MOVE 'CASH PAYMENT DENOMINATION BREAKDOWN' TO WS-RPT-TITLE
           MOVE SPACES TO WS-RPT-HEADER
           STRING 'EMP-ID    NAME                   NET PAY'
                  ' 10000  5000  1000   500   100    50'
                  '    10     5     1'
               DELIMITED BY SIZE INTO WS-RPT-HEADER
           PERFORM OPEN-PRINT-FILE

           MOVE SPACES TO WS-RPT-LINE
           STRING 'PAY PERIOD ' WS-PERIOD-FILTER
                  '   COMPANY ' WS-COMPANY-FILTER
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           IF WS-PAYEE-COUNT = 0
               MOVE 'No cash payees in the period.' TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-IF

           PERFORM PRINT-ONE-PAYEE
               VARYING WS-PAYEE-IDX FROM 1 BY 1
               UNTIL WS-PAYEE-IDX > WS-PAYEE-COUNT

           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE 'DENOMINATION      PIECES              VALUE'
               TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           PERFORM PRINT-ONE-DENOM-TOTAL
               VARYING WS-DENOM-IDX FROM 1 BY 1
               UNTIL WS-DENOM-IDX > DENOM-COUNT

           MOVE WS-CASH-TOTAL TO WS-TOTAL-DISPLAY
           MOVE WS-PAYEE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'TOTAL TO WITHDRAW         ' WS-TOTAL-DISPLAY
                  '   ENVELOPES ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           IF WS-FOREIGN-COUNT > 0
               MOVE WS-FOREIGN-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING 'NOT IN ' DEFAULT-CURRENCY OF CONFIG
                      ' - NOT BROKEN DOWN: ' WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-IF

           PERFORM CLOSE-PRINT-FILE
           .

       PRINT-ONE-PAYEE.
           MOVE WS-PE-NET-YEN(WS-PAYEE-IDX) TO WS-YEN-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-PE-EMP-ID(WS-PAYEE-IDX) ' '
                  WS-PE-NAME(WS-PAYEE-IDX)(1:18) ' '
                  WS-YEN-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           MOVE 41 TO WS-LINE-PTR
           PERFORM APPEND-ONE-COUNT
               VARYING WS-DENOM-IDX FROM 1 BY 1
               UNTIL WS-DENOM-IDX > DENOM-COUNT
           PERFORM EMIT-PRINT-LINE
           .

       APPEND-ONE-COUNT.
           MOVE WS-PE-COUNT(WS-PAYEE-IDX, WS-DENOM-IDX)
               TO WS-PIECES-DISPLAY
           STRING ' ' WS-PIECES-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
               WITH POINTER WS-LINE-PTR
           .

       PRINT-ONE-DENOM-TOTAL.
           MOVE WS-DENOM-VALUE(WS-DENOM-IDX) TO WS-DENOM-DISPLAY
           MOVE WS-DENOM-TOTAL(WS-DENOM-IDX) TO WS-PIECES-TOTAL-DISP
           COMPUTE WS-DENOM-AMOUNT = WS-DENOM-TOTAL(WS-DENOM-IDX)
               * WS-DENOM-VALUE(WS-DENOM-IDX)
           MOVE WS-DENOM-AMOUNT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           IF WS-DENOM-IDX > LAST-NOTE-DENOM
               STRING WS-DENOM-DISPLAY ' COIN  '
                      WS-PIECES-TOTAL-DISP ' ' WS-TOTAL-DISPLAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING WS-DENOM-DISPLAY ' NOTE  '
                      WS-PIECES-TOTAL-DISP ' ' WS-TOTAL-DISPLAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM EMIT-PRINT-LINE
           .

      * PRINT-RECEIPTS: One receipt per envelope for the employee to
      * sign on collection. The PAY-ID on it is what the cash receipt
      * screen is keyed from when the signed copy comes back.
       PRINT-RECEIPTS.
           IF WS-PAYEE-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 'CASHRCPT' TO WS-RPT-NAME
           MOVE 'CASH PAY RECEIPTS' TO WS-RPT-TITLE
           MOVE SPACES TO WS-RPT-HEADER
           PERFORM OPEN-PRINT-FILE

           PERFORM PRINT-ONE-RECEIPT
               VARYING WS-PAYEE-IDX FROM 1 BY 1
               UNTIL WS-PAYEE-IDX > WS-PAYEE-COUNT

           PERFORM CLOSE-PRINT-FILE
           .

       PRINT-ONE-RECEIPT.
           MOVE ALL '-' TO WS-RPT-LINE(1:72)
           PERFORM EMIT-PRINT-LINE

           MOVE SPACES TO WS-RPT-LINE
           STRING 'CASH PAY RECEIPT    PAY-ID '
                  WS-PE-PAY-ID(WS-PAYEE-IDX)
                  '   PERIOD ' WS-PERIOD-FILTER
                  '   PAY DATE ' WS-PE-PAY-DATE(WS-PAYEE-IDX)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE SPACES TO WS-RPT-LINE
           STRING 'EMPLOYEE ' WS-PE-EMP-ID(WS-PAYEE-IDX)
                  '  ' WS-PE-NAME(WS-PAYEE-IDX)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE WS-PE-NET-YEN(WS-PAYEE-IDX) TO WS-YEN-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'NET PAY RECEIVED IN CASH   '
                  DEFAULT-CURRENCY OF CONFIG ' ' WS-YEN-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE SPACES TO WS-RPT-LINE
           MOVE 'NOTES ' TO WS-RPT-LINE
           MOVE 7 TO WS-LINE-PTR
           PERFORM APPEND-ONE-PIECE
               VARYING WS-DENOM-IDX FROM 1 BY 1
               UNTIL WS-DENOM-IDX > LAST-NOTE-DENOM
           PERFORM EMIT-PRINT-LINE

           MOVE SPACES TO WS-RPT-LINE
           MOVE 'COINS ' TO WS-RPT-LINE
           MOVE 7 TO WS-LINE-PTR
           PERFORM APPEND-ONE-PIECE
               VARYING WS-DENOM-IDX FROM FIRST-COIN-DENOM BY 1
               UNTIL WS-DENOM-IDX > DENOM-COUNT
           PERFORM EMIT-PRINT-LINE

           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE 'I HAVE RECEIVED THE ABOVE AMOUNT IN CASH.'
               TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           STRING 'SIGNATURE ______________________________'
                  '   DATE ____________'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           STRING 'RETURN THE SIGNED RECEIPT TO PAYROLL - '
                  'THE PAY-ID IS RECORDED PAID ON RETURN.'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

      * APPEND-ONE-PIECE: "<denomination> x <pieces>" for the
      * receipt's notes or coins line.
       APPEND-ONE-PIECE.
           MOVE WS-DENOM-VALUE(WS-DENOM-IDX) TO WS-DENOM-DISPLAY
           MOVE WS-PE-COUNT(WS-PAYEE-IDX, WS-DENOM-IDX)
               TO WS-PIECES-DISPLAY
           STRING WS-DENOM-DISPLAY ' x' WS-PIECES-DISPLAY '  '
               DELIMITED BY SIZE INTO WS-RPT-LINE
               WITH POINTER WS-LINE-PTR
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

       OPEN-PRINT-FILE.
           MOVE SPACES TO WS-RPT-OPERATOR
           ACCEPT WS-RPT-OPERATOR FROM ENVIRONMENT 'REPORT_OPERATOR'
           IF WS-RPT-OPERATOR = SPACES
               MOVE 'OPERATOR' TO WS-RPT-OPERATOR
           END-IF
           MOVE 'O' TO WS-RPT-OP
           MOVE WS-RPT-HEADER TO WS-RPT-LINE
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

       END PROGRAM CASHRPT.
