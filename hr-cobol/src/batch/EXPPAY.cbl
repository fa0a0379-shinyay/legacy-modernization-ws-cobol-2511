      *          payment's EMP-ID is resolved to its destination
      *          account through BANK-SVC; a payment with no active
      *          bank account on file goes to the reject list, not
      *          into the transfer file. An employee paid in cash
      *          (PAY-BY-CASH) is an expected exit - counted and
      *          logged for CASHRPT's envelopes, never rejected.
      * Input: hr-cobol/data/payroll.dat
      *        hr-cobol/data/bankacct.dat (via BANK-SVC)
      *        EMP-SVC (payment method)
      * Output: hr-cobol/data/export/payroll_transfer.dat
      *         hr-cobol/data/export/payroll_transfer.rej
      *         hr-cobol/data/export/payroll_transfer.log
      * Parm: EXPPAY_PAY_PERIOD environment variable (YYYYMM -
      *       defaults to the calendar's earliest open period)
      *       EXPPAY_PAY_FREQUENCY environment variable (M, S or
      *       W - default M; a semi-monthly or weekly run extracts
      *       only that frequency's payments)
      *       EXPPAY_PERIOD_SEQ environment variable (the semi-
      *       monthly/weekly pay within the month - defaults to the
      *       calendar's earliest open one)
      *       COMPANY_CODE environment variable (default 01)
      *       RUNCTL_OVERRIDE environment variable ('Y' overrides
      *       the duplicate-run guard)
      ******************************************************************

       ENVIRONMENT DIVISION.
           88  RECORD-COMPANY-OTHER     VALUE 'N'.
       01  WS-PERIOD-FILTER         PIC 9(6) VALUE 0.

      * The pay frequency and, for a semi-monthly or weekly run, the
      * pay within the month this run extracts - a record with no
      * frequency is monthly
       01  WS-ENV-PAY-FREQUENCY     PIC X(10).
       01  WS-ENV-PERIOD-SEQ        PIC X(10).
       01  WS-FREQUENCY             PIC X VALUE 'M'.
           88  RUN-MONTHLY              VALUE 'M'.
       01  WS-PERIOD-SEQ            PIC 9 VALUE 0.
       01  WS-REC-FREQUENCY         PIC X.

      * File status fields
       01  WS-PAY-FILE-STATUS       PIC XX.
           88  PAY-FILE-OK              VALUE '00'.
           COPY bank-req.
           COPY bank-res.

      * Working storage for EMP-SVC calls - the payment method, so a
      * cash payee leaves the extract instead of being rejected
           COPY emp-req.
           COPY emp-res.

      * Working storage for XMIT-SVC calls - every produced transfer
      * file lands on the transmission register with its counts and
      * hash total at creation
       01  WS-EXPORTED-COUNT        PIC 9(6) VALUE 0.
       01  WS-SKIPPED-COUNT         PIC 9(6) VALUE 0.
       01  WS-REJECTED-COUNT        PIC 9(6) VALUE 0.
       01  WS-CASH-COUNT            PIC 9(6) VALUE 0.
       01  WS-TRANSFER-TOTAL        PIC 9(11)V99 VALUE 0.
       01  WS-CASH-TOTAL            PIC 9(11)V99 VALUE 0.

      * Allocation split work fields - one transfer line per active
      * account, the last in funding order absorbing the residue so
       01  WS-EXPORTED-DISPLAY      PIC ZZZ,ZZ9.
       01  WS-SKIPPED-DISPLAY       PIC ZZZ,ZZ9.
       01  WS-REJECTED-DISPLAY      PIC ZZZ,ZZ9.
       01  WS-CASH-DISPLAY          PIC ZZZ,ZZ9.
       01  WS-TRANSFER-TOTAL-DISP   PIC Z(9)9.99.

       PROCEDURE DIVISION.
           END-IF
           DISPLAY 'Company scope: ' WS-COMPANY-FILTER

      *    The pay frequency (EXPPAY_PAY_FREQUENCY, default M) and
      *    for a semi-monthly or weekly run the pay within the month
           MOVE SPACES TO WS-ENV-PAY-FREQUENCY
           ACCEPT WS-ENV-PAY-FREQUENCY
               FROM ENVIRONMENT 'EXPPAY_PAY_FREQUENCY'
           INSPECT WS-ENV-PAY-FREQUENCY CONVERTING 'msw' TO 'MSW'
           IF WS-ENV-PAY-FREQUENCY(1:1) NOT = SPACE
               MOVE WS-ENV-PAY-FREQUENCY(1:1) TO WS-FREQUENCY
           END-IF
           IF WS-FREQUENCY NOT = 'M' AND 'S' AND 'W'
               DISPLAY 'ERROR: EXPPAY_PAY_FREQUENCY must be M, S'
                   ' or W'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT RUN-MONTHLY
               MOVE SPACES TO WS-ENV-PERIOD-SEQ
               ACCEPT WS-ENV-PERIOD-SEQ
                   FROM ENVIRONMENT 'EXPPAY_PERIOD_SEQ'
               IF WS-ENV-PERIOD-SEQ(1:1) IS NUMERIC
                   MOVE WS-ENV-PERIOD-SEQ(1:1) TO WS-PERIOD-SEQ
               END-IF
           END-IF

      *    No parameter - default to the calendar's open period of
      *    the run's frequency (and its open pay within the month)
           IF WS-PERIOD-FILTER = 0
               INITIALIZE PAYCAL-SVC-REQ
               INITIALIZE PAYCAL-SVC-RES
               SET OP-FIND-OPEN OF PAYCAL-SVC-REQ TO TRUE
               MOVE 'EXPPAY' TO USER-ID OF PAYCAL-SVC-REQ
               MOVE SPACES TO CORR-ID OF PAYCAL-SVC-REQ
               MOVE WS-FREQUENCY TO Q-PAY-FREQUENCY OF PAYCAL-SVC-REQ
               CALL 'PAYCAL-SVC' USING PAYCAL-SVC-REQ PAYCAL-SVC-RES
               IF OK OF PAYCAL-SVC-RES
                   MOVE PAY-PERIOD OF OUT-PAYCAL OF PAYCAL-SVC-RES
                       TO WS-PERIOD-FILTER
                   IF NOT RUN-MONTHLY AND WS-PERIOD-SEQ = 0
                       MOVE PERIOD-SEQ OF OUT-PAYCAL OF PAYCAL-SVC-RES
                           TO WS-PERIOD-SEQ
                   END-IF
                   DISPLAY 'Period defaulted from calendar: '
                       WS-PERIOD-FILTER
               END-IF
           END-IF

           IF NOT RUN-MONTHLY AND WS-PERIOD-SEQ = 0
               DISPLAY 'ERROR: EXPPAY_PERIOD_SEQ is required for a'
                   ' semi-monthly or weekly run'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT RUN-MONTHLY
               DISPLAY 'Exporting frequency ' WS-FREQUENCY
                   ' pay ' WS-PERIOD-SEQ
           END-IF

      *    A period with a calendar row for the run's frequency and
      *    pay must be open to export; a period never set up exports
      *    as it always did
           IF WS-PERIOD-FILTER NOT = 0
               INITIALIZE PAYCAL-SVC-REQ
               INITIALIZE PAYCAL-SVC-RES
               MOVE SPACES TO CORR-ID OF PAYCAL-SVC-REQ
               MOVE WS-PERIOD-FILTER
                   TO Q-PAY-PERIOD OF PAYCAL-SVC-REQ
               MOVE WS-FREQUENCY TO Q-PAY-FREQUENCY OF PAYCAL-SVC-REQ
               MOVE WS-PERIOD-SEQ TO Q-PERIOD-SEQ OF PAYCAL-SVC-REQ
               CALL 'PAYCAL-SVC' USING PAYCAL-SVC-REQ PAYCAL-SVC-RES
               IF OK OF PAYCAL-SVC-RES
                       AND NOT CAL-OPEN
      *    The entity is part of the run's identity - each company's
      *    extract of the same period is its own run
           MOVE WS-COMPANY-FILTER TO WS-RUN-PARM(7:2)
      *    ... and so is a semi-monthly or weekly run's pay
           IF NOT RUN-MONTHLY
               MOVE WS-FREQUENCY TO WS-RUN-PARM(9:1)
               MOVE WS-PERIOD-SEQ TO WS-RUN-PARM(10:1)
           END-IF
           INITIALIZE RUNCTL-SVC-REQ
           INITIALIZE RUNCTL-SVC-RES
           SET OP-START OF RUNCTL-SVC-REQ TO TRUE
           MOVE WS-EXPORTED-COUNT TO WS-EXPORTED-DISPLAY
           MOVE WS-SKIPPED-COUNT TO WS-SKIPPED-DISPLAY
           MOVE WS-REJECTED-COUNT TO WS-REJECTED-DISPLAY
           MOVE WS-CASH-COUNT TO WS-CASH-DISPLAY

           DISPLAY ' '
           DISPLAY 'Payroll transfer export completed:'
           DISPLAY '  Exported:      ' WS-EXPORTED-DISPLAY
           DISPLAY '  Skipped:       ' WS-SKIPPED-DISPLAY
           DISPLAY '  Rejected:      ' WS-REJECTED-DISPLAY
           DISPLAY '  Paid in cash:  ' WS-CASH-DISPLAY

           IF WS-REJECTED-COUNT > 0
               DISPLAY 'Some payments have no bank account on file'

      * EXPORT-PAYROLL-LINE: Writes one TRANSFER-RECORD for a
      * WS-PAY-REC that is PAY-APPROVED or PAY-PAID, matches the
      * pay-period filter (when one is set) and the run's pay
      * frequency and pay within the month, has a positive NET-PAY,
      * and resolves to an active bank account through BANK-SVC.
      * A payment with no (or an ended) account on file is written to
      * the reject list instead of going out as a transfer line; a
      * cash payee's is counted as paid in cash; everything else
      * skipped is tallied.
       EXPORT-PAYROLL-LINE.
           IF NOT PAY-APPROVED OF WS-PAY-REC
                   AND NOT PAY-PAID OF WS-PAY-REC
               EXIT PARAGRAPH
           END-IF

      *    Another frequency's payment, or another pay in the month,
      *    goes out on its own run
           PERFORM CHECK-RECORD-FREQUENCY
           IF WS-REC-FREQUENCY NOT = WS-FREQUENCY
                   OR (NOT RUN-MONTHLY
                       AND PERIOD-SEQ OF WS-PAY-REC NOT = WS-PERIOD-SEQ)
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF

           IF NET-PAY OF WS-PAY-REC NOT > 0
               ADD 1 TO WS-SKIPPED-COUNT
               STRING 'Skipped PAY-ID=' PAY-ID OF WS-PAY-REC
               EXIT PARAGRAPH
           END-IF

      *    A cash payee is paid from the register, not the bank
           INITIALIZE EMP-SVC-REQ
           INITIALIZE EMP-SVC-RES
           MOVE 'F' TO OP-CODE OF EMP-SVC-REQ
           MOVE 'EXPPAY' TO USER-ID OF EMP-SVC-REQ
           MOVE SPACES TO CORR-ID OF EMP-SVC-REQ
           MOVE EMP-ID OF WS-PAY-REC TO Q-EMP-ID OF EMP-SVC-REQ
           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES
           IF OK OF EMP-SVC-RES
                   AND PAY-BY-CASH OF OUT-EMP OF EMP-SVC-RES
               PERFORM WRITE-CASH-LINE
               EXIT PARAGRAPH
           END-IF

      *    Resolve the payment's allocation list - one prioritized
      *    account or several, fixed/percent shares first and the
      *    remainder account last
               UNTIL WS-ALLOC-IDX > ACTIVE-COUNT OF BANK-SVC-RES
           .

      * CHECK-RECORD-FREQUENCY: WS-PAY-REC's pay frequency into
      * WS-REC-FREQUENCY - a record with none is monthly.
       CHECK-RECORD-FREQUENCY.
           MOVE PAY-FREQUENCY OF WS-PAY-REC TO WS-REC-FREQUENCY
           IF WS-REC-FREQUENCY = SPACE
               MOVE 'M' TO WS-REC-FREQUENCY
           END-IF
           .

      * WRITE-ONE-ALLOCATION: One transfer line for the allocation
      * at WS-ALLOC-IDX - its fixed or percentage share, capped by
      * what remains, with the final allocation taking the rest.
           WRITE LOG-RECORD
           .

      * WRITE-CASH-LINE: Tallies a payment that goes out in cash -
      * logged so the count reconciles with CASHRPT's breakdown.
       WRITE-CASH-LINE.
           ADD 1 TO WS-CASH-COUNT
           ADD NET-PAY OF WS-PAY-REC TO WS-CASH-TOTAL
           MOVE SPACES TO LOG-RECORD
           STRING 'Cash PAY-ID=' PAY-ID OF WS-PAY-REC
                  ' EMP-ID=' EMP-ID OF WS-PAY-REC
                  ' - paid in cash (CASHRPT)'
               DELIMITED BY SIZE INTO LOG-RECORD
           WRITE LOG-RECORD
           .

       WRITE-LOG-HEADER.
           MOVE 'Payroll Transfer Export Log' TO LOG-RECORD
           WRITE LOG-RECORD
               DELIMITED BY SIZE INTO LOG-RECORD
           WRITE LOG-RECORD

           MOVE WS-CASH-COUNT TO WS-CASH-DISPLAY
           MOVE SPACES TO LOG-RECORD
           STRING 'Paid in cash: ' WS-CASH-DISPLAY
               DELIMITED BY SIZE INTO LOG-RECORD
           WRITE LOG-RECORD

           MOVE WS-TRANSFER-TOTAL TO WS-TRANSFER-TOTAL-DISP
           STRING 'Total transfer amount: ' WS-TRANSFER-TOTAL-DISP
               DELIMITED BY SIZE INTO LOG-RECORD
           WRITE LOG-RECORD

           MOVE WS-CASH-TOTAL TO WS-TRANSFER-TOTAL-DISP
           MOVE SPACES TO LOG-RECORD
           STRING 'Total cash amount: ' WS-TRANSFER-TOTAL-DISP
               DELIMITED BY SIZE INTO LOG-RECORD
           WRITE LOG-RECORD
           .

      * CHECK-RECORD-COMPANY: Whether the code in WS-REC-COMPANY
