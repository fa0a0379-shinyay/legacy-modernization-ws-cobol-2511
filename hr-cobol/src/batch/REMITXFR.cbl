       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMITXFR.
      ******************************************************************
      * REMITXFR - Statutory and Third-Party Remittance Transfer File
      * Purpose: Builds the Zengin-format general transfer file that
      *          pays out what payroll withheld on others' behalf -
      *          the period's resident tax to each municipality, the
      *          garnishment draws to each court-order payee, the
      *          savings-plan contributions to each trustee and the
      *          benefit premiums to each insurer - one transfer per
      *          payee, into the designated account on the payee
      *          master (PAYEE-SVC), drawn on the company's remitter
      *          row. A control listing prints each source's period
      *          total - the figure RTAXRPT, GARNRPT and SAVREMIT
      *          print - broken into what was remitted, what was held
      *          back on an unapproved payroll and what could not be
      *          matched to a payee, so the file's trailer ties back
      *          to the source reports. The file lands on the
      *          transmission register under its own generation.
      * Input: hr-cobol/data/payroll.dat
      *        hr-cobol/data/paydtl.dat
      *        hr-cobol/data/restax.dat
      *        hr-cobol/data/garnish.dat
      *        hr-cobol/data/savings.dat
      *        hr-cobol/data/payee.dat (via PAYEE-SVC)
      * Output: hr-cobol/data/export/remitxfr_<YYYYMM>_<CC>.dat
      *          Header  1-1  '1'
      *                  2-3  '21' (general transfer)
      *                  4-4  '0' (JIS code set)
      *                  5-14 CONSIGNOR-CODE
      *                 15-54 consignor name (kana)
      *                 55-58 transfer date (MMDD)
      *                 59-62 remitting bank code
      *                 63-77 remitting bank name
      *                 78-80 remitting branch code
      *                 81-95 remitting branch name
      *                 96-96 account type
      *                 97-103 account number
      *          Data    1-1  '2'
      *                  2-5  bank code
      *                  6-20 bank name
      *                 21-23 branch code
      *                 24-38 branch name
      *                 39-42 clearing house (blank)
      *                 43-43 account type
      *                 44-50 account number
      *                 51-80 recipient name (kana)
      *                 81-90 amount (whole yen)
      *                 91-91 '0' (new code)
      *                 92-101 customer code 1 (payee type + ref)
      *                 102-111 customer code 2 (pay period)
      *          Trailer 1-1  '8'
      *                  2-7  data record count
      *                  8-19 transfer total (whole yen)
      *          End     1-1  '9'
      *         hr-cobol/data/reports/REMITXFR_<generation>.rpt
      *         (via RPT-PRINT)
      * Parm: REMITXFR_PAY_PERIOD environment variable (YYYYMM -
      *       defaults to the calendar's open period)
      *       REMITXFR_TRANSFER_DATE environment variable (YYYYMMDD
      *       - defaults to the 10th of the month after the period,
      *       the resident tax deadline)
      *       COMPANY_CODE environment variable (default 01)
      *       RUNCTL_OVERRIDE environment variable ('Y' overrides
      *       the duplicate-run guard)
      * Return code: 0 all remitted, 4 lines held back on an
      *              unapproved payroll or without a payee,
      *              8 parm, remitter or file error
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

           SELECT RESTAX-FILE
               ASSIGN TO 'hr-cobol/data/restax.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTX-FILE-STATUS.

           SELECT GARNISH-FILE
               ASSIGN TO 'hr-cobol/data/garnish.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRN-FILE-STATUS.

           SELECT SAVINGS-FILE
               ASSIGN TO 'hr-cobol/data/savings.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAV-FILE-STATUS.

           SELECT TRANSFER-FILE
               ASSIGN TO DYNAMIC WS-TRANSFER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-FILE.
       01  PAYROLL-RECORD          PIC X(1000).

       FD  PAYDTL-FILE.
       01  PAYDTL-RECORD           PIC X(200).

       FD  RESTAX-FILE.
       01  RESTAX-RECORD           PIC X(200).

       FD  GARNISH-FILE.
       01  GARNISH-RECORD          PIC X(200).

       FD  SAVINGS-FILE.
       01  SAVINGS-RECORD          PIC X(200).

      * TRANSFER-FILE: the bank's 120-byte general transfer layout,
      * one view per record type
       FD  TRANSFER-FILE.
       01  TRANSFER-RECORD         PIC X(120).
       01  ZG-HEADER REDEFINES TRANSFER-RECORD.
           05  ZGH-DATA-TYPE       PIC X.
           05  ZGH-TYPE-CODE       PIC X(2).
           05  ZGH-CODE-SET        PIC X.
           05  ZGH-CONSIGNOR-CODE  PIC X(10).
           05  ZGH-CONSIGNOR-NAME  PIC X(40).
           05  ZGH-TRANSFER-MMDD   PIC 9(4).
           05  ZGH-BANK-CODE       PIC X(4).
           05  ZGH-BANK-NAME       PIC X(15).
           05  ZGH-BRANCH-CODE     PIC X(3).
           05  ZGH-BRANCH-NAME     PIC X(15).
           05  ZGH-ACCT-TYPE       PIC X.
           05  ZGH-ACCT-NUMBER     PIC X(7).
           05  FILLER              PIC X(17).
       01  ZG-DATA REDEFINES TRANSFER-RECORD.
           05  ZGD-DATA-TYPE       PIC X.
           05  ZGD-BANK-CODE       PIC X(4).
           05  ZGD-BANK-NAME       PIC X(15).
           05  ZGD-BRANCH-CODE     PIC X(3).
           05  ZGD-BRANCH-NAME     PIC X(15).
           05  ZGD-CLEARING-CODE   PIC X(4).
           05  ZGD-ACCT-TYPE       PIC X.
           05  ZGD-ACCT-NUMBER     PIC X(7).
           05  ZGD-RECIPIENT-NAME  PIC X(30).
           05  ZGD-AMOUNT          PIC 9(10).
           05  ZGD-NEW-CODE        PIC X.
           05  ZGD-CUSTOMER-CODE-1 PIC X(10).
           05  ZGD-CUSTOMER-CODE-2 PIC X(10).
           05  ZGD-TRANSFER-KIND   PIC X.
           05  ZGD-IDENT           PIC X.
           05  FILLER              PIC X(7).
       01  ZG-TRAILER REDEFINES TRANSFER-RECORD.
           05  ZGT-DATA-TYPE       PIC X.
           05  ZGT-COUNT           PIC 9(6).
           05  ZGT-TOTAL           PIC 9(12).
           05  FILLER              PIC X(101).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'REMITXFR'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

      * LINE-CODE of a savings line is 'SAVINGS-' + PLAN-TYPE
       78  SAVINGS-LINE-PREFIX     VALUE 'SAVINGS-'.

       01  WS-PAY-FILE-STATUS      PIC XX.
           88  PAY-FILE-OK             VALUE '00'.
           88  PAY-FILE-EOF            VALUE '10'.
           88  PAY-FILE-NOT-FOUND      VALUE '35'.
       01  WS-DTL-FILE-STATUS      PIC XX.
           88  DTL-FILE-OK             VALUE '00'.
           88  DTL-FILE-EOF            VALUE '10'.
           88  DTL-FILE-NOT-FOUND      VALUE '35'.
       01  WS-RTX-FILE-STATUS      PIC XX.
           88  RTX-FILE-OK             VALUE '00'.
           88  RTX-FILE-EOF            VALUE '10'.
           88  RTX-FILE-NOT-FOUND      VALUE '35'.
       01  WS-GRN-FILE-STATUS      PIC XX.
           88  GRN-FILE-OK             VALUE '00'.
           88  GRN-FILE-EOF            VALUE '10'.
           88  GRN-FILE-NOT-FOUND      VALUE '35'.
       01  WS-SAV-FILE-STATUS      PIC XX.
           88  SAV-FILE-OK             VALUE '00'.
           88  SAV-FILE-EOF            VALUE '10'.
           88  SAV-FILE-NOT-FOUND      VALUE '35'.
       01  WS-XFR-FILE-STATUS      PIC XX.
           88  XFR-FILE-OK             VALUE '00'.

       01  WS-TRANSFER-PATH        PIC X(60).

       01  WS-PAY-REC.
           COPY payroll REPLACING ==05== BY ==10==.
       01  WS-DTL-REC.
           COPY paydtl REPLACING ==05== BY ==10==.
       01  WS-RTX-REC.
           COPY restax REPLACING ==05== BY ==10==.
       01  WS-GRN-REC.
           COPY garnish REPLACING ==05== BY ==10==.
       01  WS-SAV-REC.
           COPY savings REPLACING ==05== BY ==10==.

      * Working storage for PAYEE-SVC calls - each payee's
      * designated account, and the company's remitter row
           COPY payee-req.
           COPY payee-res.

      * The remitter row the header is built from
       01  WS-REMITTER.
           COPY payee REPLACING ==05== BY ==10==.
       01  WS-REMIT-BANK-NAME      PIC X(30).
       01  WS-REMIT-BRANCH-NAME    PIC X(30).

      * Working storage for PAYCAL-SVC calls - the period defaults
      * from the calendar's open period
           COPY cal-req.
           COPY cal-res.

      * Working storage for XMIT-SVC calls - the transfer file lands
      * on the transmission register
           COPY xmit-req.
           COPY xmit-res.

      * Working storage for RUNCTL-SVC calls
           COPY runctl-req.
           COPY runctl-res.
       01  WS-RUN-PARM             PIC X(10).
       01  WS-RUN-START-TS         PIC 9(14).
       01  WS-ENV-OVERRIDE         PIC X(10).

      * Print-file plumbing - same shape as the report programs
       01  WS-RPT-OP               PIC X.
       01  WS-RPT-NAME             PIC X(8)  VALUE 'REMITXFR'.
       01  WS-RPT-TITLE            PIC X(40)
           VALUE 'STATUTORY AND THIRD-PARTY REMITTANCE'.
       01  WS-RPT-OPERATOR         PIC X(16).
       01  WS-RPT-LINE             PIC X(100).
       01  WS-RPT-STATUS           PIC 9.

       01  WS-ENV-PAY-PERIOD       PIC X(10).
       01  WS-ENV-TRANSFER-DATE    PIC X(10).
       01  WS-PERIOD               PIC 9(6) VALUE 0.
       01  WS-PERIOD-YY            PIC 9(4).
       01  WS-PERIOD-MM            PIC 9(2).
       01  WS-FISCAL-YEAR          PIC 9(4).
       01  WS-TRANSFER-DATE        PIC 9(8) VALUE 0.
       01  WS-TRANSFER-DATE-R REDEFINES WS-TRANSFER-DATE.
           05  WS-TD-YYYY          PIC 9(4).
           05  WS-TD-MMDD          PIC 9(4).
           05  WS-TD-MMDD-R REDEFINES WS-TD-MMDD.
               10  WS-TD-MM        PIC 9(2).
               10  WS-TD-DD        PIC 9(2).

      * The legal entity this run remits for - records carrying
      * spaces are the pre-company world and read as 01
       01  WS-ENV-COMPANY          PIC X(10).
       01  WS-COMPANY-FILTER       PIC X(2) VALUE '01'.
       01  WS-REC-COMPANY          PIC X(2).
       01  WS-COMPANY-MATCH-SW     PIC X.
           88  RECORD-COMPANY-MATCH    VALUE 'Y'.
           88  RECORD-COMPANY-OTHER    VALUE 'N'.

      * The period's payrolls, resolving a detail line's PAY-ID to
      * its employee and approval - a line on a payroll calculated
      * but not yet approved is held back, not remitted
       78  MAX-PAYS                VALUE 20000.
       01  WS-PAY-COUNT            PIC 9(5) VALUE 0.
       01  WS-PAY-TABLE.
           05  WS-PAY-ENTRY OCCURS 20000 TIMES
                   INDEXED BY WS-PAY-IDX.
               10  WS-PT-PAY-ID        PIC 9(12).
               10  WS-PT-EMP-ID        PIC 9(9).
               10  WS-PT-APPROVED-SW   PIC X.
                   88  PT-APPROVED         VALUE 'Y'.
                   88  PT-NOT-APPROVED     VALUE 'N'.
       01  WS-PAY-FOUND-SW         PIC X.
           88  PAY-FOUND               VALUE 'Y'.
           88  PAY-NOT-FOUND           VALUE 'N'.

      * The fiscal year's resident tax notifications - the
      * municipality each employee's tax is remitted to
       78  MAX-RTX                 VALUE 5000.
       01  WS-RTX-COUNT            PIC 9(5) VALUE 0.
       01  WS-RTX-TABLE.
           05  WS-RTX-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-RTX-IDX.
               10  WS-RT-EMP-ID    PIC 9(9).
               10  WS-RT-MUNI      PIC X(6).

      * Garnishment orders on file - the payee each draw is owed to
       78  MAX-ORDERS              VALUE 1000.
       01  WS-ORDER-COUNT          PIC 9(4) VALUE 0.
       01  WS-ORDER-TABLE.
           05  WS-ORDER-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-ORDER-IDX.
               10  WS-OT-REF       PIC X(20).
               10  WS-OT-PAYEE     PIC X(30).

      * Savings enrollments on file - the trustee of each
      * employee's plan
       78  MAX-MEMBERS             VALUE 5000.
       01  WS-MBR-COUNT            PIC 9(5) VALUE 0.
       01  WS-MBR-TABLE.
           05  WS-MBR-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-MBR-IDX.
               10  WS-MT-KEY.
                   15  WS-MT-EMP-ID    PIC 9(9).
                   15  WS-MT-PLAN      PIC X.
               10  WS-MT-TRUSTEE   PIC X(8).
       01  WS-LINE-KEY.
           05  WS-LK-EMP-ID        PIC 9(9).
           05  WS-LK-PLAN          PIC X.

      * The four sources remitted, in listing order, with the
      * report each one's period total ties to
       01  WS-SOURCE-VALUES.
           05  FILLER              PIC X(33)
               VALUE 'MRESIDENT TAX          RTAXRPT   '.
           05  FILLER              PIC X(33)
               VALUE 'GGARNISHMENT           GARNRPT   '.
           05  FILLER              PIC X(33)
               VALUE 'TSAVINGS PLANS         SAVREMIT  '.
           05  FILLER              PIC X(33)
               VALUE 'IBENEFIT PREMIUMS      (none)    '.
       01  WS-SOURCE-NAMES REDEFINES WS-SOURCE-VALUES.
           05  WS-SOURCE-NAME-ENTRY OCCURS 4 TIMES.
               10  WS-SN-PAYEE-TYPE    PIC X.
               10  WS-SN-TEXT          PIC X(22).
               10  WS-SN-REPORT        PIC X(10).
       01  WS-SOURCE-TABLE.
           05  WS-SOURCE-ENTRY OCCURS 4 TIMES.
               10  WS-ST-LINES         PIC 9(6).
               10  WS-ST-DEDUCTED      PIC S9(13)V99.
               10  WS-ST-HELD          PIC S9(13)V99.
               10  WS-ST-UNMATCHED     PIC S9(13)V99.
               10  WS-ST-RETAINED      PIC S9(13)V99.
               10  WS-ST-REMITTED      PIC S9(13)V99.
       01  WS-SRC-IDX              PIC 9.

      * Per-payee remittance buckets, keyed as the payee master is
       78  MAX-BUCKETS             VALUE 500.
       01  WS-BKT-COUNT            PIC 9(3) VALUE 0.
       01  WS-BKT-TABLE.
           05  WS-BKT-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-BKT-IDX.
               10  WS-BT-KEY.
                   15  WS-BT-PAYEE-TYPE    PIC X.
                   15  WS-BT-PAYEE-REF     PIC X(30).
               10  WS-BT-SOURCE        PIC 9.
               10  WS-BT-LINES         PIC 9(5).
               10  WS-BT-AMOUNT        PIC S9(13)V99.
      *        R remitted, U no payee or payee inactive, K kept - a
      *        benefit premium with no insurer payee, or a net
      *        credit
               10  WS-BT-OUTCOME       PIC X.
                   88  BT-REMITTED         VALUE 'R'.
                   88  BT-UNMATCHED        VALUE 'U'.
                   88  BT-RETAINED         VALUE 'K'.
               10  WS-BT-NAME          PIC X(40).
       01  WS-BUCKET-KEY.
           05  WS-BK-PAYEE-TYPE    PIC X.
           05  WS-BK-PAYEE-REF     PIC X(30).
       01  WS-BKT-FOUND-SW         PIC X.
           88  BKT-FOUND               VALUE 'Y'.
           88  BKT-NOT-FOUND           VALUE 'N'.

      * The line currently being folded in
       01  WS-LINE-EMP-ID          PIC 9(9).
       01  WS-LINE-SOURCE          PIC 9.
       01  WS-LINE-MATCH-SW        PIC X.
           88  LINE-MATCHED            VALUE 'Y'.
           88  LINE-UNMATCHED          VALUE 'N'.

      * Counters, totals and display editing
       01  WS-DATA-COUNT           PIC 9(6) VALUE 0.
       01  WS-TRANSFER-TOTAL       PIC 9(12) VALUE 0.
       01  WS-HELD-COUNT           PIC 9(6) VALUE 0.
       01  WS-UNMATCHED-COUNT      PIC 9(6) VALUE 0.
       01  WS-ZG-AMOUNT            PIC 9(10).
       01  WS-CHECK-AMOUNT         PIC S9(13)V99.
       01  WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.
       01  WS-AMOUNT-DISPLAY       PIC -,ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-AMOUNT-DISPLAY-2     PIC -,ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-EMP-ID-DISPLAY       PIC 9(9).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'REMITXFR - Remittance Transfer File v' WS-VERSION

           ACCEPT WS-ENV-PAY-PERIOD
               FROM ENVIRONMENT 'REMITXFR_PAY_PERIOD'
           IF WS-ENV-PAY-PERIOD(1:6) IS NUMERIC
               MOVE WS-ENV-PAY-PERIOD(1:6) TO WS-PERIOD
           END-IF

      *    No parameter - default to the calendar's open period
           IF WS-PERIOD = 0
               INITIALIZE PAYCAL-SVC-REQ
               INITIALIZE PAYCAL-SVC-RES
               SET OP-FIND-OPEN OF PAYCAL-SVC-REQ TO TRUE
               MOVE 'REMITXFR' TO USER-ID OF PAYCAL-SVC-REQ
               MOVE SPACES TO CORR-ID OF PAYCAL-SVC-REQ
               CALL 'PAYCAL-SVC' USING PAYCAL-SVC-REQ PAYCAL-SVC-RES
               IF OK OF PAYCAL-SVC-RES
                   MOVE PAY-PERIOD OF OUT-PAYCAL OF PAYCAL-SVC-RES
                       TO WS-PERIOD
                   DISPLAY 'Period defaulted from calendar: '
                       WS-PERIOD
               END-IF
           END-IF

           DIVIDE WS-PERIOD BY 100
               GIVING WS-PERIOD-YY REMAINDER WS-PERIOD-MM
           IF WS-PERIOD = 0 OR WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
               DISPLAY 'ERROR: REMITXFR_PAY_PERIOD (YYYYMM) is'
               DISPLAY 'required'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    The fiscal year runs June through May, the same
      *    resolution RESTAX-SVC applies
           IF WS-PERIOD-MM >= 6
               MOVE WS-PERIOD-YY TO WS-FISCAL-YEAR
           ELSE
               COMPUTE WS-FISCAL-YEAR = WS-PERIOD-YY - 1
           END-IF

           PERFORM RESOLVE-TRANSFER-DATE
           PERFORM RESOLVE-COMPANY-SCOPE
           DISPLAY 'Remitting period ' WS-PERIOD
               ' on ' WS-TRANSFER-DATE

           PERFORM REGISTER-RUN-START
           IF NOT OK OF RUNCTL-SVC-RES
                   AND STATUS-CODE-N OF RUNCTL-SVC-RES = 409
               DISPLAY 'RUN BLOCKED: ' STATUS-MSG OF RUNCTL-SVC-RES
               DISPLAY 'Set RUNCTL_OVERRIDE=Y to run anyway.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    The file cannot be headed without the company's own
      *    remitting account
           PERFORM LOAD-REMITTER
           IF NOT OK OF PAYEE-SVC-RES
               DISPLAY 'ERROR: no active remitter account for'
                   ' company ' WS-COMPANY-FILTER
               DISPLAY 'Add payee type C, reference '
                   WS-COMPANY-FILTER ', on the payee master.'
               PERFORM REGISTER-RUN-FAILED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           INITIALIZE WS-SOURCE-TABLE

           PERFORM LOAD-PERIOD-PAYROLLS
           PERFORM LOAD-FISCAL-YEAR-RESTAX
           PERFORM LOAD-GARNISH-ORDERS
           PERFORM LOAD-ENROLLMENTS

           PERFORM OPEN-PRINT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PAY PERIOD ' WS-PERIOD
                  '  COMPANY ' WS-COMPANY-FILTER
                  '  TRANSFER DATE ' WS-TRANSFER-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           PERFORM SWEEP-DETAIL-LINES

           PERFORM RESOLVE-ONE-BUCKET
               VARYING WS-BKT-IDX FROM 1 BY 1
               UNTIL WS-BKT-IDX > WS-BKT-COUNT

           PERFORM WRITE-TRANSFER-FILE
           IF NOT XFR-FILE-OK
               PERFORM CLOSE-PRINT-FILE
               PERFORM REGISTER-RUN-FAILED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM PRINT-PAYEE-LISTING
           PERFORM PRINT-SOURCE-CONTROL
           PERFORM CLOSE-PRINT-FILE

           PERFORM REGISTER-RUN-END
           IF WS-DATA-COUNT > 0
               PERFORM REGISTER-TRANSMISSION
           ELSE
               DISPLAY 'Nothing to remit - file not registered.'
           END-IF

           MOVE WS-DATA-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Payees remitted:       ' WS-COUNT-DISPLAY
           MOVE WS-TRANSFER-TOTAL TO WS-AMOUNT-DISPLAY
           DISPLAY 'Transfer total:        ' WS-AMOUNT-DISPLAY
           MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Lines held - unapproved: ' WS-COUNT-DISPLAY
           MOVE WS-UNMATCHED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Lines without a payee: ' WS-COUNT-DISPLAY
           IF WS-HELD-COUNT > 0 OR WS-UNMATCHED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      * RESOLVE-TRANSFER-DATE: The value date of the transfers -
      * REMITXFR_TRANSFER_DATE when given, otherwise the 10th of the
      * month after the period.
       RESOLVE-TRANSFER-DATE.
           MOVE SPACES TO WS-ENV-TRANSFER-DATE
           ACCEPT WS-ENV-TRANSFER-DATE
               FROM ENVIRONMENT 'REMITXFR_TRANSFER_DATE'
           IF WS-ENV-TRANSFER-DATE(1:8) IS NUMERIC
               MOVE WS-ENV-TRANSFER-DATE(1:8) TO WS-TRANSFER-DATE
               EXIT PARAGRAPH
           END-IF

           IF WS-PERIOD-MM = 12
               COMPUTE WS-TD-YYYY = WS-PERIOD-YY + 1
               MOVE 1 TO WS-TD-MM
           ELSE
               MOVE WS-PERIOD-YY TO WS-TD-YYYY
               COMPUTE WS-TD-MM = WS-PERIOD-MM + 1
           END-IF
           MOVE 10 TO WS-TD-DD
           .

      * LOAD-REMITTER: The company's remitter row off the payee
      * master - an inactive one is treated as missing.
       LOAD-REMITTER.
           INITIALIZE PAYEE-SVC-REQ
           INITIALIZE PAYEE-SVC-RES
           SET OP-FIND OF PAYEE-SVC-REQ TO TRUE
           MOVE 'REMITXFR' TO USER-ID OF PAYEE-SVC-REQ
           MOVE SPACES TO CORR-ID OF PAYEE-SVC-REQ
           MOVE 'C' TO Q-PAYEE-TYPE OF PAYEE-SVC-REQ
           MOVE WS-COMPANY-FILTER TO Q-PAYEE-REF OF PAYEE-SVC-REQ
           CALL 'PAYEE-SVC' USING PAYEE-SVC-REQ PAYEE-SVC-RES
           IF OK OF PAYEE-SVC-RES
                   AND NOT PAYEE-ACTIVE OF OUT-PAYEE OF PAYEE-SVC-RES
               MOVE 404 TO STATUS-CODE-N OF PAYEE-SVC-RES
           END-IF
           IF OK OF PAYEE-SVC-RES
               MOVE OUT-PAYEE OF PAYEE-SVC-RES TO WS-REMITTER
               MOVE OUT-BANK-NAME OF PAYEE-SVC-RES
                   TO WS-REMIT-BANK-NAME
               MOVE OUT-BRANCH-NAME OF PAYEE-SVC-RES
                   TO WS-REMIT-BRANCH-NAME
           END-IF
           .

      * LOAD-PERIOD-PAYROLLS: The entity's payrolls of the period
      * that carry deductions - approved, paid or closed ones remit,
      * one calculated but not yet approved is held back.
       LOAD-PERIOD-PAYROLLS.
           OPEN INPUT PAYROLL-FILE
           IF PAY-FILE-NOT-FOUND
               DISPLAY 'No payroll records on file.'
               EXIT PARAGRAPH
           END-IF
           IF NOT PAY-FILE-OK
               DISPLAY 'ERROR: Cannot open payroll file.'
               PERFORM REGISTER-RUN-FAILED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL PAY-FILE-EOF
               READ PAYROLL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PAYROLL-RECORD TO WS-PAY-REC
                       PERFORM TABLE-ONE-PAYROLL
               END-READ
           END-PERFORM

           CLOSE PAYROLL-FILE
           .

       TABLE-ONE-PAYROLL.
           IF PAY-PERIOD OF WS-PAY-REC NOT = WS-PERIOD
                   OR PAY-VOIDED OF WS-PAY-REC
                   OR PAY-DRAFT OF WS-PAY-REC
               EXIT PARAGRAPH
           END-IF
           MOVE COMPANY-CODE OF WS-PAY-REC TO WS-REC-COMPANY
           PERFORM CHECK-RECORD-COMPANY
           IF RECORD-COMPANY-OTHER
               EXIT PARAGRAPH
           END-IF
           IF WS-PAY-COUNT >= MAX-PAYS
               DISPLAY 'WARNING: payroll table full - PAY-ID '
                   PAY-ID OF WS-PAY-REC ' not remitted'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PAY-COUNT
           SET WS-PAY-IDX TO WS-PAY-COUNT
           MOVE PAY-ID OF WS-PAY-REC TO WS-PT-PAY-ID(WS-PAY-IDX)
           MOVE EMP-ID OF WS-PAY-REC TO WS-PT-EMP-ID(WS-PAY-IDX)
           IF PAY-CALCULATED OF WS-PAY-REC
               SET PT-NOT-APPROVED(WS-PAY-IDX) TO TRUE
           ELSE
               SET PT-APPROVED(WS-PAY-IDX) TO TRUE
           END-IF
           .

       LOAD-FISCAL-YEAR-RESTAX.
           OPEN INPUT RESTAX-FILE
           IF RTX-FILE-NOT-FOUND
               DISPLAY 'No resident tax file found.'
               EXIT PARAGRAPH
           END-IF
           IF NOT RTX-FILE-OK
               DISPLAY 'ERROR: Cannot open resident tax file.'
               PERFORM REGISTER-RUN-FAILED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL RTX-FILE-EOF OR WS-RTX-COUNT >= MAX-RTX
               READ RESTAX-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RESTAX-RECORD TO WS-RTX-REC
                       IF FISCAL-YEAR OF WS-RTX-REC = WS-FISCAL-YEAR
                           ADD 1 TO WS-RTX-COUNT
                           MOVE EMP-ID OF WS-RTX-REC
                               TO WS-RT-EMP-ID(WS-RTX-COUNT)
                           MOVE MUNICIPALITY-CODE OF WS-RTX-REC
                               TO WS-RT-MUNI(WS-RTX-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RESTAX-FILE
           .

       LOAD-GARNISH-ORDERS.
           OPEN INPUT GARNISH-FILE
           IF GRN-FILE-NOT-FOUND
               DISPLAY 'No garnishment file found.'
               EXIT PARAGRAPH
           END-IF
           IF NOT GRN-FILE-OK
               DISPLAY 'ERROR: Cannot open garnishment file.'
               PERFORM REGISTER-RUN-FAILED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL GRN-FILE-EOF
                   OR WS-ORDER-COUNT >= MAX-ORDERS
               READ GARNISH-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE GARNISH-RECORD TO WS-GRN-REC
                       ADD 1 TO WS-ORDER-COUNT
                       MOVE ORDER-REF OF WS-GRN-REC
                           TO WS-OT-REF(WS-ORDER-COUNT)
                       MOVE PAYEE-NAME OF WS-GRN-REC
                           TO WS-OT-PAYEE(WS-ORDER-COUNT)
               END-READ
           END-PERFORM

           CLOSE GARNISH-FILE
           .

      * LOAD-ENROLLMENTS: Every savings enrollment on file - a
      * withdrawn one may still have deducted in the period.
       LOAD-ENROLLMENTS.
           OPEN INPUT SAVINGS-FILE
           IF SAV-FILE-NOT-FOUND
               DISPLAY 'No savings enrollments on file.'
               EXIT PARAGRAPH
           END-IF
           IF NOT SAV-FILE-OK
               DISPLAY 'ERROR: Cannot open savings file.'
               PERFORM REGISTER-RUN-FAILED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL SAV-FILE-EOF OR WS-MBR-COUNT >= MAX-MEMBERS
               READ SAVINGS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SAVINGS-RECORD TO WS-SAV-REC
                       ADD 1 TO WS-MBR-COUNT
                       MOVE EMP-ID OF WS-SAV-REC
                           TO WS-MT-EMP-ID(WS-MBR-COUNT)
                       MOVE PLAN-TYPE OF WS-SAV-REC
                           TO WS-MT-PLAN(WS-MBR-COUNT)
                       MOVE TRUSTEE-CODE OF WS-SAV-REC
                           TO WS-MT-TRUSTEE(WS-MBR-COUNT)
               END-READ
           END-PERFORM

           CLOSE SAVINGS-FILE
           .

      * SWEEP-DETAIL-LINES: Every resident tax, garnishment, savings
      * and benefit line of the period's payrolls, folded into its
      * source total and its payee's bucket.
       SWEEP-DETAIL-LINES.
           OPEN INPUT PAYDTL-FILE
           IF DTL-FILE-NOT-FOUND
               DISPLAY 'No payroll detail file found.'
               EXIT PARAGRAPH
           END-IF
           IF NOT DTL-FILE-OK
               DISPLAY 'ERROR: Cannot open payroll detail file.'
               PERFORM CLOSE-PRINT-FILE
               PERFORM REGISTER-RUN-FAILED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL DTL-FILE-EOF
               READ PAYDTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PAYDTL-RECORD TO WS-DTL-REC
                       PERFORM CLASSIFY-ONE-LINE
               END-READ
           END-PERFORM

           CLOSE PAYDTL-FILE
           .

       CLASSIFY-ONE-LINE.
           EVALUATE TRUE
               WHEN LINE-RESIDENT-TAX OF WS-DTL-REC
                   MOVE 1 TO WS-LINE-SOURCE
               WHEN LINE-GARNISH OF WS-DTL-REC
                   MOVE 2 TO WS-LINE-SOURCE
               WHEN LINE-SAVINGS OF WS-DTL-REC
                       AND LINE-CODE OF WS-DTL-REC(1:8)
                           = SAVINGS-LINE-PREFIX
                   MOVE 3 TO WS-LINE-SOURCE
               WHEN LINE-BENEFIT OF WS-DTL-REC
                   MOVE 4 TO WS-LINE-SOURCE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

      *    Lines of other periods and other entities fall out here
           SET PAY-NOT-FOUND TO TRUE
           SET WS-PAY-IDX TO 1
           IF WS-PAY-COUNT > 0
               SEARCH WS-PAY-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PAY-IDX > WS-PAY-COUNT
                       CONTINUE
                   WHEN WS-PT-PAY-ID(WS-PAY-IDX)
                           = PAY-ID OF WS-DTL-REC
                       SET PAY-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF PAY-NOT-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PT-EMP-ID(WS-PAY-IDX) TO WS-LINE-EMP-ID

           MOVE WS-LINE-SOURCE TO WS-SRC-IDX
           ADD 1 TO WS-ST-LINES(WS-SRC-IDX)
           ADD LINE-AMOUNT OF WS-DTL-REC
               TO WS-ST-DEDUCTED(WS-SRC-IDX)

           IF PT-NOT-APPROVED(WS-PAY-IDX)
               ADD 1 TO WS-HELD-COUNT
               ADD LINE-AMOUNT OF WS-DTL-REC
                   TO WS-ST-HELD(WS-SRC-IDX)
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SN-PAYEE-TYPE(WS-SRC-IDX) TO WS-BK-PAYEE-TYPE
           MOVE SPACES TO WS-BK-PAYEE-REF
           SET LINE-UNMATCHED TO TRUE
           EVALUATE WS-LINE-SOURCE
               WHEN 1
                   PERFORM MATCH-MUNICIPALITY
               WHEN 2
                   PERFORM MATCH-ORDER-PAYEE
               WHEN 3
                   PERFORM MATCH-TRUSTEE
               WHEN 4
                   MOVE LINE-CODE OF WS-DTL-REC(1:10)
                       TO WS-BK-PAYEE-REF
                   SET LINE-MATCHED TO TRUE
           END-EVALUATE

           IF LINE-UNMATCHED
               ADD 1 TO WS-UNMATCHED-COUNT
               ADD LINE-AMOUNT OF WS-DTL-REC
                   TO WS-ST-UNMATCHED(WS-SRC-IDX)
               MOVE WS-LINE-EMP-ID TO WS-EMP-ID-DISPLAY
               MOVE LINE-AMOUNT OF WS-DTL-REC TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING '*** EMP ' WS-EMP-ID-DISPLAY
                      ' ' WS-SN-TEXT(WS-SRC-IDX)
                      ' ' LINE-CODE OF WS-DTL-REC
                      ' NO PAYEE REFERENCE ' WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM ADD-TO-BUCKET
           .

      * MATCH-MUNICIPALITY: The municipality on the employee's
      * notification for the fiscal year.
       MATCH-MUNICIPALITY.
           SET WS-RTX-IDX TO 1
           IF WS-RTX-COUNT > 0
               SEARCH WS-RTX-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RTX-IDX > WS-RTX-COUNT
                       CONTINUE
                   WHEN WS-RT-EMP-ID(WS-RTX-IDX) = WS-LINE-EMP-ID
                       MOVE WS-RT-MUNI(WS-RTX-IDX) TO WS-BK-PAYEE-REF
                       SET LINE-MATCHED TO TRUE
               END-SEARCH
           END-IF
           .

      * MATCH-ORDER-PAYEE: The payee named on the order the draw's
      * LINE-CODE (the ORDER-REF) traces to.
       MATCH-ORDER-PAYEE.
           SET WS-ORDER-IDX TO 1
           IF WS-ORDER-COUNT > 0
               SEARCH WS-ORDER-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ORDER-IDX > WS-ORDER-COUNT
                       CONTINUE
                   WHEN WS-OT-REF(WS-ORDER-IDX)
                           = LINE-CODE OF WS-DTL-REC(1:20)
                       MOVE WS-OT-PAYEE(WS-ORDER-IDX)
                           TO WS-BK-PAYEE-REF
                       SET LINE-MATCHED TO TRUE
               END-SEARCH
           END-IF
           .

      * MATCH-TRUSTEE: The trustee of the employee's enrollment in
      * the plan the line's LINE-CODE names.
       MATCH-TRUSTEE.
           MOVE WS-LINE-EMP-ID TO WS-LK-EMP-ID
           MOVE LINE-CODE OF WS-DTL-REC(9:1) TO WS-LK-PLAN
           SET WS-MBR-IDX TO 1
           IF WS-MBR-COUNT > 0
               SEARCH WS-MBR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-MBR-IDX > WS-MBR-COUNT
                       CONTINUE
                   WHEN WS-MT-KEY(WS-MBR-IDX) = WS-LINE-KEY
                       MOVE WS-MT-TRUSTEE(WS-MBR-IDX)
                           TO WS-BK-PAYEE-REF
                       SET LINE-MATCHED TO TRUE
               END-SEARCH
           END-IF
           .

       ADD-TO-BUCKET.
           SET BKT-NOT-FOUND TO TRUE
           SET WS-BKT-IDX TO 1
           IF WS-BKT-COUNT > 0
               SEARCH WS-BKT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BKT-IDX > WS-BKT-COUNT
                       CONTINUE
                   WHEN WS-BT-KEY(WS-BKT-IDX) = WS-BUCKET-KEY
                       SET BKT-FOUND TO TRUE
               END-SEARCH
           END-IF

           IF BKT-NOT-FOUND
               IF WS-BKT-COUNT >= MAX-BUCKETS
                   DISPLAY 'WARNING: payee table full - '
                       WS-BUCKET-KEY ' not remitted'
                   ADD 1 TO WS-UNMATCHED-COUNT
                   ADD LINE-AMOUNT OF WS-DTL-REC
                       TO WS-ST-UNMATCHED(WS-SRC-IDX)
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BKT-COUNT
               SET WS-BKT-IDX TO WS-BKT-COUNT
               INITIALIZE WS-BKT-ENTRY(WS-BKT-IDX)
               MOVE WS-BUCKET-KEY TO WS-BT-KEY(WS-BKT-IDX)
               MOVE WS-SRC-IDX TO WS-BT-SOURCE(WS-BKT-IDX)
           END-IF

           ADD 1 TO WS-BT-LINES(WS-BKT-IDX)
           ADD LINE-AMOUNT OF WS-DTL-REC TO WS-BT-AMOUNT(WS-BKT-IDX)
           .

      * RESOLVE-ONE-BUCKET: Looks the bucket's payee up on the
      * master. A missing or inactive payee leaves the bucket
      * unmatched - except a benefit premium with no insurer on
      * file, which is one the company keeps rather than remits.
       RESOLVE-ONE-BUCKET.
           MOVE WS-BT-SOURCE(WS-BKT-IDX) TO WS-SRC-IDX

           INITIALIZE PAYEE-SVC-REQ
           INITIALIZE PAYEE-SVC-RES
           SET OP-FIND OF PAYEE-SVC-REQ TO TRUE
           MOVE 'REMITXFR' TO USER-ID OF PAYEE-SVC-REQ
           MOVE SPACES TO CORR-ID OF PAYEE-SVC-REQ
           MOVE WS-BT-PAYEE-TYPE(WS-BKT-IDX)
               TO Q-PAYEE-TYPE OF PAYEE-SVC-REQ
           MOVE WS-BT-PAYEE-REF(WS-BKT-IDX)
               TO Q-PAYEE-REF OF PAYEE-SVC-REQ
           CALL 'PAYEE-SVC' USING PAYEE-SVC-REQ PAYEE-SVC-RES

      *    A net credit (refunds exceeding the period's deductions)
      *    is not a transfer - it is listed and kept
           IF OK OF PAYEE-SVC-RES
                   AND PAYEE-ACTIVE OF OUT-PAYEE OF PAYEE-SVC-RES
                   AND WS-BT-AMOUNT(WS-BKT-IDX) NOT > 0
               SET BT-RETAINED(WS-BKT-IDX) TO TRUE
               MOVE '(net credit - nothing to transfer)'
                   TO WS-BT-NAME(WS-BKT-IDX)
               ADD WS-BT-AMOUNT(WS-BKT-IDX)
                   TO WS-ST-RETAINED(WS-SRC-IDX)
               EXIT PARAGRAPH
           END-IF

           IF OK OF PAYEE-SVC-RES
                   AND PAYEE-ACTIVE OF OUT-PAYEE OF PAYEE-SVC-RES
               SET BT-REMITTED(WS-BKT-IDX) TO TRUE
               MOVE PAYEE-NAME OF OUT-PAYEE OF PAYEE-SVC-RES
                   TO WS-BT-NAME(WS-BKT-IDX)
               ADD WS-BT-AMOUNT(WS-BKT-IDX)
                   TO WS-ST-REMITTED(WS-SRC-IDX)
               EXIT PARAGRAPH
           END-IF

           IF WS-BT-PAYEE-TYPE(WS-BKT-IDX) = 'I'
                   AND STATUS-CODE-N OF PAYEE-SVC-RES = 404
               SET BT-RETAINED(WS-BKT-IDX) TO TRUE
               MOVE '(no insurer payee - not remitted)'
                   TO WS-BT-NAME(WS-BKT-IDX)
               ADD WS-BT-AMOUNT(WS-BKT-IDX)
                   TO WS-ST-RETAINED(WS-SRC-IDX)
               EXIT PARAGRAPH
           END-IF

           SET BT-UNMATCHED(WS-BKT-IDX) TO TRUE
           ADD WS-BT-LINES(WS-BKT-IDX) TO WS-UNMATCHED-COUNT
           ADD WS-BT-AMOUNT(WS-BKT-IDX)
               TO WS-ST-UNMATCHED(WS-SRC-IDX)
           IF OK OF PAYEE-SVC-RES
               MOVE '*** PAYEE INACTIVE - NOT REMITTED'
                   TO WS-BT-NAME(WS-BKT-IDX)
           ELSE
               MOVE '*** NOT ON PAYEE MASTER - NOT REMITTED'
                   TO WS-BT-NAME(WS-BKT-IDX)
           END-IF
           .

      * WRITE-TRANSFER-FILE: Header from the remitter row, one data
      * record per remitted payee, then the trailer's count and
      * total and the end record.
       WRITE-TRANSFER-FILE.
           MOVE SPACES TO WS-TRANSFER-PATH
           STRING 'hr-cobol/data/export/remitxfr_' WS-PERIOD
                  '_' WS-COMPANY-FILTER '.dat'
               DELIMITED BY SIZE INTO WS-TRANSFER-PATH

           OPEN OUTPUT TRANSFER-FILE
           IF NOT XFR-FILE-OK
               DISPLAY 'ERROR: Cannot open ' WS-TRANSFER-PATH
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO TRANSFER-RECORD
           MOVE '1' TO ZGH-DATA-TYPE
           MOVE '21' TO ZGH-TYPE-CODE
           MOVE '0' TO ZGH-CODE-SET
           MOVE CONSIGNOR-CODE OF WS-REMITTER TO ZGH-CONSIGNOR-CODE
           MOVE PAYEE-KANA OF WS-REMITTER TO ZGH-CONSIGNOR-NAME
           MOVE WS-TD-MMDD TO ZGH-TRANSFER-MMDD
           MOVE BANK-CODE OF WS-REMITTER TO ZGH-BANK-CODE
           MOVE WS-REMIT-BANK-NAME(1:15) TO ZGH-BANK-NAME
           MOVE BRANCH-CODE OF WS-REMITTER TO ZGH-BRANCH-CODE
           MOVE WS-REMIT-BRANCH-NAME(1:15) TO ZGH-BRANCH-NAME
           MOVE ACCT-TYPE OF WS-REMITTER TO ZGH-ACCT-TYPE
           MOVE ACCT-NUMBER OF WS-REMITTER TO ZGH-ACCT-NUMBER
           WRITE TRANSFER-RECORD

           PERFORM WRITE-ONE-TRANSFER
               VARYING WS-BKT-IDX FROM 1 BY 1
               UNTIL WS-BKT-IDX > WS-BKT-COUNT

           MOVE SPACES TO TRANSFER-RECORD
           MOVE '8' TO ZGT-DATA-TYPE
           MOVE WS-DATA-COUNT TO ZGT-COUNT
           MOVE WS-TRANSFER-TOTAL TO ZGT-TOTAL
           WRITE TRANSFER-RECORD

           MOVE SPACES TO TRANSFER-RECORD
           MOVE '9' TO TRANSFER-RECORD(1:1)
           WRITE TRANSFER-RECORD

           CLOSE TRANSFER-FILE
           MOVE '00' TO WS-XFR-FILE-STATUS
           DISPLAY 'Transfer file: ' WS-TRANSFER-PATH
           .

      * WRITE-ONE-TRANSFER: A remitted payee's data record. The
      * account is read back off the payee master rather than kept
      * in the bucket table. Amounts go out in whole yen.
       WRITE-ONE-TRANSFER.
           IF NOT BT-REMITTED(WS-BKT-IDX)
               EXIT PARAGRAPH
           END-IF

           INITIALIZE PAYEE-SVC-REQ
           INITIALIZE PAYEE-SVC-RES
           SET OP-FIND OF PAYEE-SVC-REQ TO TRUE
           MOVE 'REMITXFR' TO USER-ID OF PAYEE-SVC-REQ
           MOVE SPACES TO CORR-ID OF PAYEE-SVC-REQ
           MOVE WS-BT-PAYEE-TYPE(WS-BKT-IDX)
               TO Q-PAYEE-TYPE OF PAYEE-SVC-REQ
           MOVE WS-BT-PAYEE-REF(WS-BKT-IDX)
               TO Q-PAYEE-REF OF PAYEE-SVC-REQ
           CALL 'PAYEE-SVC' USING PAYEE-SVC-REQ PAYEE-SVC-RES

           MOVE WS-BT-AMOUNT(WS-BKT-IDX) TO WS-ZG-AMOUNT

           MOVE SPACES TO TRANSFER-RECORD
           MOVE '2' TO ZGD-DATA-TYPE
           MOVE BANK-CODE OF OUT-PAYEE OF PAYEE-SVC-RES
               TO ZGD-BANK-CODE
           MOVE OUT-BANK-NAME OF PAYEE-SVC-RES(1:15) TO ZGD-BANK-NAME
           MOVE BRANCH-CODE OF OUT-PAYEE OF PAYEE-SVC-RES
               TO ZGD-BRANCH-CODE
           MOVE OUT-BRANCH-NAME OF PAYEE-SVC-RES(1:15)
               TO ZGD-BRANCH-NAME
           MOVE ACCT-TYPE OF OUT-PAYEE OF PAYEE-SVC-RES
               TO ZGD-ACCT-TYPE
           MOVE ACCT-NUMBER OF OUT-PAYEE OF PAYEE-SVC-RES
               TO ZGD-ACCT-NUMBER
           MOVE PAYEE-KANA OF OUT-PAYEE OF PAYEE-SVC-RES
               TO ZGD-RECIPIENT-NAME
           MOVE WS-ZG-AMOUNT TO ZGD-AMOUNT
           MOVE '0' TO ZGD-NEW-CODE
           MOVE WS-BT-PAYEE-TYPE(WS-BKT-IDX) TO ZGD-CUSTOMER-CODE-1
           MOVE WS-BT-PAYEE-REF(WS-BKT-IDX)(1:9)
               TO ZGD-CUSTOMER-CODE-1(2:9)
           MOVE WS-PERIOD TO ZGD-CUSTOMER-CODE-2
           WRITE TRANSFER-RECORD

           ADD 1 TO WS-DATA-COUNT
           ADD WS-ZG-AMOUNT TO WS-TRANSFER-TOTAL
           .

      * PRINT-PAYEE-LISTING: One line per payee bucket - remitted,
      * unmatched or kept - with its line count and amount.
       PRINT-PAYEE-LISTING.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE 'REMITTANCE BY PAYEE' TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           PERFORM PRINT-ONE-PAYEE
               VARYING WS-BKT-IDX FROM 1 BY 1
               UNTIL WS-BKT-IDX > WS-BKT-COUNT

           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-DATA-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-TRANSFER-TOTAL TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'TRANSFER FILE TRAILER  RECORDS ' WS-COUNT-DISPLAY
                  '  TOTAL ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

       PRINT-ONE-PAYEE.
           MOVE WS-BT-LINES(WS-BKT-IDX) TO WS-COUNT-DISPLAY
           MOVE WS-BT-AMOUNT(WS-BKT-IDX) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-BT-PAYEE-TYPE(WS-BKT-IDX) ' '
                  WS-BT-PAYEE-REF(WS-BKT-IDX)(1:20)
                  ' ' WS-BT-NAME(WS-BKT-IDX)(1:30)
                  ' ' WS-COUNT-DISPLAY
                  ' ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

      * PRINT-SOURCE-CONTROL: Each source's period total as its own
      * report prints it, and how it divides - remitted, held on an
      * unapproved payroll, without a payee, or kept. The remitted
      * column across the sources adds to the trailer total.
       PRINT-SOURCE-CONTROL.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE 'SOURCE CONTROL TOTALS' TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           PERFORM PRINT-ONE-SOURCE
               VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > 4
           .

       PRINT-ONE-SOURCE.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE WS-ST-LINES(WS-SRC-IDX) TO WS-COUNT-DISPLAY
           MOVE WS-ST-DEDUCTED(WS-SRC-IDX) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-SN-TEXT(WS-SRC-IDX)
                  ' LINES ' WS-COUNT-DISPLAY
                  '  DEDUCTED ' WS-AMOUNT-DISPLAY
                  '  (' WS-SN-REPORT(WS-SRC-IDX) ')'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE WS-ST-REMITTED(WS-SRC-IDX) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING '    REMITTED            ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE WS-ST-HELD(WS-SRC-IDX) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING '    HELD - UNAPPROVED   ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE WS-ST-UNMATCHED(WS-SRC-IDX) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING '    NO PAYEE            ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           IF WS-ST-RETAINED(WS-SRC-IDX) NOT = 0
               MOVE WS-ST-RETAINED(WS-SRC-IDX) TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING '    KEPT - NOT REMITTED ' WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-IF

      *    The pieces must add back to the source total - anything
      *    else is a defect in this run, flagged on the sheet
           COMPUTE WS-CHECK-AMOUNT = WS-ST-DEDUCTED(WS-SRC-IDX)
               - WS-ST-REMITTED(WS-SRC-IDX) - WS-ST-HELD(WS-SRC-IDX)
               - WS-ST-UNMATCHED(WS-SRC-IDX)
               - WS-ST-RETAINED(WS-SRC-IDX)
           IF WS-CHECK-AMOUNT NOT = 0
               MOVE WS-CHECK-AMOUNT TO WS-AMOUNT-DISPLAY-2
               MOVE SPACES TO WS-RPT-LINE
               STRING '    *** OUT OF BALANCE BY ' WS-AMOUNT-DISPLAY-2
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-IF
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

      * REGISTER-TRANSMISSION: Books the transfer file on the
      * transmission register with its data record count and the
      * transfer total as hash - the operator marks it transmitted
      * and acknowledged from HRMENU after the upload.
       REGISTER-TRANSMISSION.
           INITIALIZE XMIT-SVC-REQ
           INITIALIZE XMIT-SVC-RES
           SET OP-REGISTER OF XMIT-SVC-REQ TO TRUE
           MOVE 'REMITXFR' TO USER-ID OF XMIT-SVC-REQ
           MOVE SPACES TO CORR-ID OF XMIT-SVC-REQ
           MOVE 'REMITXFR' TO XMIT-JOB OF IN-XMIT OF XMIT-SVC-REQ
           MOVE WS-TRANSFER-PATH(15:40)
               TO XMIT-FILE-NAME OF IN-XMIT OF XMIT-SVC-REQ
           MOVE WS-DATA-COUNT
               TO XMIT-RECORD-COUNT OF IN-XMIT OF XMIT-SVC-REQ
           MOVE WS-TRANSFER-TOTAL
               TO XMIT-HASH-TOTAL OF IN-XMIT OF XMIT-SVC-REQ

           CALL 'XMIT-SVC' USING XMIT-SVC-REQ XMIT-SVC-RES

           IF OK OF XMIT-SVC-RES
               DISPLAY 'Registered as generation '
                   GEN-NUMBER OF OUT-XMIT OF XMIT-SVC-RES
           ELSE
               DISPLAY 'WARNING: transfer file not registered - '
                   STATUS-MSG OF XMIT-SVC-RES
           END-IF
           .

      * REGISTER-RUN-START: Registers this run with the central run
      * control, guarded against a duplicate same-period run; the
      * caller checks for the 409 block.
       REGISTER-RUN-START.
           MOVE SPACES TO WS-RUN-PARM
           MOVE WS-PERIOD TO WS-RUN-PARM
      *    The entity is part of the run's identity - each company's
      *    remittance of the same period is its own run
           MOVE WS-COMPANY-FILTER TO WS-RUN-PARM(7:2)
           INITIALIZE RUNCTL-SVC-REQ
           INITIALIZE RUNCTL-SVC-RES
           SET OP-START OF RUNCTL-SVC-REQ TO TRUE
           MOVE 'REMITXFR' TO USER-ID OF RUNCTL-SVC-REQ
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

      * REGISTER-RUN-END: Closes the registered run out with this
      * run's counts and outcome.
       REGISTER-RUN-END.
           INITIALIZE RUNCTL-SVC-REQ
           INITIALIZE RUNCTL-SVC-RES
           SET OP-END OF RUNCTL-SVC-REQ TO TRUE
           MOVE 'REMITXFR' TO USER-ID OF RUNCTL-SVC-REQ
           MOVE SPACES TO CORR-ID OF RUNCTL-SVC-REQ
           MOVE WS-PROGRAM-NAME(1:8) TO Q-JOB-NAME OF RUNCTL-SVC-REQ
           MOVE WS-RUN-PARM TO Q-RUN-PARM OF RUNCTL-SVC-REQ
           MOVE WS-RUN-START-TS
               TO Q-START-TIMESTAMP OF RUNCTL-SVC-REQ
           COMPUTE Q-TOTAL-COUNT OF RUNCTL-SVC-REQ =
               WS-DATA-COUNT + WS-HELD-COUNT + WS-UNMATCHED-COUNT
           MOVE WS-DATA-COUNT TO Q-SUCCESS-COUNT OF RUNCTL-SVC-REQ
           COMPUTE Q-FAILED-COUNT OF RUNCTL-SVC-REQ =
               WS-HELD-COUNT + WS-UNMATCHED-COUNT
           MOVE 'C' TO Q-OUTCOME OF RUNCTL-SVC-REQ
           CALL 'RUNCTL-SVC' USING RUNCTL-SVC-REQ RUNCTL-SVC-RES
           .

      * REGISTER-RUN-FAILED: Closes the registered run out as
      * failed when the run aborts - otherwise the run history shows
      * it running forever and the next attempt is blocked as a
      * duplicate.
       REGISTER-RUN-FAILED.
           INITIALIZE RUNCTL-SVC-REQ
           INITIALIZE RUNCTL-SVC-RES
           SET OP-END OF RUNCTL-SVC-REQ TO TRUE
           MOVE 'REMITXFR' TO USER-ID OF RUNCTL-SVC-REQ
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

       END PROGRAM REMITXFR.
