       IDENTIFICATION DIVISION.
       PROGRAM-ID. MUNIPAY.
      ******************************************************************
      * MUNIPAY - Annual Salary Payment Report to Municipalities
      * Purpose: Builds the January salary payment report (kyuyo
      *          shiharai hokokusho) - each employee's prior-year
      *          pay, withholding and deductions, sent to the
      *          municipality where they lived on 1 January - so it
      *          stops being assembled by hand from the YEARRPT
      *          statements and the employee addresses. Employees
      *          are grouped by the MUNICIPALITY-CODE on their
      *          resident tax master row for the year; without one,
      *          by the prefecture and city the postal master gives
      *          for their address (the address's own city when the
      *          postal code is not on the master). Everyone still
      *          employed on 1 January is reported for special
      *          collection; a leaver only when their pay for the
      *          year passed the reporting threshold, for ordinary
      *          collection. Where the year-end adjustment was made
      *          the YEADJ-SVC result supplies the income,
      *          deductions and final tax; otherwise the year's
      *          payroll records and withheld income tax lines do.
      *          The extract drives next May's notifications - the
      *          file IMPRTAX reconciles them against.
      * Input: hr-cobol/data/payroll.dat
      *        hr-cobol/data/paydtl.dat
      *        EMP-SVC, RESTAX-SVC, POSTAL-SVC, YEADJ-SVC, MYNUM-SVC
      * Output: hr-cobol/data/export/munipay_<YYYY>_<CC>.dat (fixed
      *         layout, munipay.cpy; CC the company), registered
      *         with XMIT-SVC
      *         hr-cobol/data/reports/MUNIPAY_<generation>.rpt
      *         (control listing, via RPT-PRINT)
      *         hr-cobol/data/reports/MUNISUM_<generation>.rpt
      *         (per-municipality summary sheets, via RPT-PRINT)
      * Parm: MUNIPAY_YEAR environment variable (YYYY, required -
      *       the pay year being reported)
      * Note: Individual numbers are retrieved through MYNUM-SVC
      *       under the REPORT_OPERATOR, who must be an admin
      *       operator; rows whose number could not be retrieved
      *       are flagged on the control listing and go out blank.
      *       An employee no municipality can be resolved for is
      *       listed and left out of the extract (return code 4).
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

           SELECT EXTRACT-FILE
               ASSIGN TO DYNAMIC WS-EXTRACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-FILE.
       01  PAYROLL-RECORD          PIC X(1000).

       FD  PAYDTL-FILE.
       01  PAYDTL-RECORD           PIC X(200).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD.
           COPY munipay.

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'MUNIPAY'.
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
       01  WS-EXT-FILE-STATUS      PIC XX.
           88  EXT-FILE-OK             VALUE '00'.
       01  WS-EXTRACT-PATH         PIC X(60).
       01  WS-EXTRACT-NAME         PIC X(40).
       01  WS-EXTRACT-ROWS         PIC 9(6) VALUE 0.

       01  WS-PAY-REC.
           COPY payroll REPLACING ==05== BY ==10==.
       01  WS-DTL-REC.
           COPY paydtl REPLACING ==05== BY ==10==.
      * The row being built or written
       01  WS-MP-REC.
           COPY munipay.

      * Print-file plumbing for the control listing and the summary
      * sheets - two print files, opened one after the other
       01  WS-RPT-OP               PIC X.
       01  WS-RPT-NAME             PIC X(8)  VALUE 'MUNIPAY'.
       01  WS-RPT-TITLE            PIC X(40)
           VALUE 'SALARY PAYMENT REPORT CONTROL LISTING'.
       01  WS-RPT-OPERATOR         PIC X(16).
       01  WS-RPT-LINE             PIC X(100).
       01  WS-RPT-STATUS           PIC 9.

      * Working storage for RUNCTL-SVC calls
           COPY runctl-req.
           COPY runctl-res.
       01  WS-RUN-PARM             PIC X(10).
       01  WS-RUN-START-TS         PIC 9(14).
       01  WS-ENV-OVERRIDE         PIC X(10).

      * Working storage for XMIT-SVC calls - the extract lands on the
      * transmission register with its row count and hash total
           COPY xmit-req.
           COPY xmit-res.

      * Working storage for EMP-SVC, RESTAX-SVC, POSTAL-SVC,
      * YEADJ-SVC and MYNUM-SVC calls
           COPY emp-req.
           COPY emp-res.
           COPY rtax-req.
           COPY rtax-res.
           COPY post-req.
           COPY post-res.
           COPY yeadj-req.
           COPY yeadj-res.
           COPY mynum-req.
           COPY mynum-res.

       01  WS-ENV-YEAR             PIC X(10).
       01  WS-TAX-YEAR             PIC 9(4) VALUE 0.
       01  WS-YEAR-END-DATE        PIC 9(8).
       01  WS-JAN-FIRST-DATE       PIC 9(8).
       01  WS-PAY-YEAR             PIC 9(4).

      * The legal entity this run covers - records carrying spaces
      * are the pre-company world and read as 01
       01  WS-ENV-COMPANY          PIC X(10).
       01  WS-COMPANY-FILTER       PIC X(2) VALUE '01'.
       01  WS-REC-COMPANY          PIC X(2).
       01  WS-COMPANY-MATCH-SW     PIC X.
           88  RECORD-COMPANY-MATCH    VALUE 'Y'.
           88  RECORD-COMPANY-OTHER    VALUE 'N'.

      * The legacy income tax DEDUCTION rule's lines still count as
      * tax withheld, and the commuting allowance is the non-taxable
      * earning - read the way YEARADJ reads them
       78  INCOME-TAX-RULE-PREFIX  VALUE 'INCOME-TAX'.
       78  NONTAX-COMMUTE-CODE     VALUE 'COMMUTE'.
      * A leaver whose pay for the year is at or under this is not
      * reported
       78  LEAVER-REPORT-THRESHOLD VALUE 300000.

      * Per-employee annual accumulators, and the row each one
      * reports as once resolved
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
      *        Municipality slot the employee reports under; zero
      *        when not reported
               10  WS-ET-MUNI-SLOT     PIC 9(4).
               10  WS-ET-ROW           PIC X(270).

      * The year's payroll records, pointing at their employee's
      * accumulator so the detail pass can slot each line - room for
      * the full employee table paid weekly all year with its bonus
      * runs; a year that still overflows it ends the run before
      * anything is reported
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

      * The municipalities reported to, with the summary sheet
      * figures of each
       78  MAX-MUNIS               VALUE 1000.
       01  WS-MUNI-COUNT           PIC 9(4) VALUE 0.
       01  WS-MUNI-TABLE.
           05  WS-MUNI-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-MUNI-IDX.
               10  WS-MT-CODE          PIC X(6).
               10  WS-MT-NAME          PIC X(40).
               10  WS-MT-REPORTED      PIC 9(6).
               10  WS-MT-SPECIAL       PIC 9(6).
               10  WS-MT-ORDINARY      PIC 9(6).
               10  WS-MT-PAY           PIC 9(13).
               10  WS-MT-TAX           PIC 9(13).
       01  WS-MUNI-SLOT            PIC 9(4).
       01  WS-MUNI-FOUND-SW        PIC X.
           88  MUNI-FOUND              VALUE 'Y'.
           88  MUNI-NOT-FOUND          VALUE 'N'.

      * Resolution work fields
       01  WS-LEAVER-SW            PIC X.
           88  EMP-IS-LEAVER           VALUE 'Y'.
           88  EMP-NOT-LEAVER          VALUE 'N'.
       01  WS-REP-PAY              PIC 9(11).
       01  WS-MUNI-CODE            PIC X(6).
       01  WS-MUNI-NAME            PIC X(40).
       01  WS-MUNI-SOURCE          PIC X.
       01  WS-PREF-NAME            PIC X(10).
       01  WS-CITY-NAME            PIC X(30).

      * Counts and totals
       01  WS-REPORTED-COUNT       PIC 9(6) VALUE 0.
       01  WS-BELOW-COUNT          PIC 9(6) VALUE 0.
       01  WS-FAILED-COUNT         PIC 9(6) VALUE 0.
       01  WS-NO-MYNUM-COUNT       PIC 9(6) VALUE 0.
       01  WS-TOT-PAY              PIC 9(15) VALUE 0.
       01  WS-TOT-TAX              PIC 9(15) VALUE 0.
       01  WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.
       01  WS-COUNT-DISPLAY-2      PIC ZZZ,ZZ9.
       01  WS-COUNT-DISPLAY-3      PIC ZZZ,ZZ9.
       01  WS-AMOUNT-DISPLAY       PIC ZZ,ZZZ,ZZ9.
       01  WS-AMOUNT-DISPLAY-2     PIC ZZ,ZZZ,ZZ9.
       01  WS-TOTAL-DISPLAY        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-EMP-ID-DISPLAY       PIC 9(9).
       01  WS-MYNUM-FLAG           PIC X(14).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'MUNIPAY - Salary Payment Report v' WS-VERSION

           ACCEPT WS-ENV-YEAR FROM ENVIRONMENT 'MUNIPAY_YEAR'
           IF WS-ENV-YEAR(1:4) IS NUMERIC
               MOVE WS-ENV-YEAR(1:4) TO WS-TAX-YEAR
           END-IF

           IF WS-TAX-YEAR = 0
               DISPLAY 'ERROR: MUNIPAY_YEAR (YYYY) is required'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           COMPUTE WS-YEAR-END-DATE = WS-TAX-YEAR * 10000 + 1231
           COMPUTE WS-JAN-FIRST-DATE = (WS-TAX-YEAR + 1) * 10000 + 101

           PERFORM RESOLVE-COMPANY-SCOPE

           PERFORM REGISTER-RUN-START
           IF NOT OK OF RUNCTL-SVC-RES
                   AND STATUS-CODE-N OF RUNCTL-SVC-RES = 409
               DISPLAY 'RUN BLOCKED: ' STATUS-MSG OF RUNCTL-SVC-RES
               DISPLAY 'Set RUNCTL_OVERRIDE=Y to run anyway.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'Reporting pay year ' WS-TAX-YEAR

           PERFORM LOAD-YEAR-PAYROLLS
           IF PAY-TABLE-FULL
               DISPLAY 'ERROR: more than ' MAX-PAYS ' payrolls in the'
                   ' year - nothing reported; enlarge MAX-PAYS'
               MOVE 8 TO RETURN-CODE
               PERFORM REGISTER-RUN-FAILED
               STOP RUN
           END-IF
           PERFORM COLLECT-YEAR-LINES

           PERFORM OPEN-PRINT-FILE

           MOVE SPACES TO WS-RPT-LINE
           STRING 'PAY YEAR ' WS-TAX-YEAR
                  '   RESIDENCE AS OF ' WS-JAN-FIRST-DATE
                  '   COMPANY ' WS-COMPANY-FILTER
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           PERFORM RESOLVE-ONE-EMPLOYEE
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT

           PERFORM WRITE-EXTRACT

           PERFORM PRINT-LISTING-TOTALS
           PERFORM CLOSE-PRINT-FILE

           PERFORM PRINT-SUMMARY-SHEETS

           PERFORM REGISTER-TRANSMISSION
           PERFORM REGISTER-RUN-END

           MOVE WS-REPORTED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Employees reported:  ' WS-COUNT-DISPLAY
           MOVE WS-MUNI-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Municipalities:      ' WS-COUNT-DISPLAY
           MOVE WS-BELOW-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Leavers below limit: ' WS-COUNT-DISPLAY
           MOVE WS-FAILED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Failed:              ' WS-COUNT-DISPLAY
           DISPLAY 'Extract file: ' WS-EXTRACT-PATH
           IF WS-FAILED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      * LOAD-YEAR-PAYROLLS: Every approved-or-later regular and
      * bonus payroll of the pay year for the company - what was
      * actually paid - folding its gross into the employee's
      * accumulator. A retirement allowance is reported on its own
      * slip, not here.
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

           IF NOT PAY-APPROVED OF WS-PAY-REC
                   AND NOT PAY-PAID OF WS-PAY-REC
                   AND NOT PAY-CLOSED OF WS-PAY-REC
               EXIT PARAGRAPH
           END-IF
           IF RUN-SPECIAL OF WS-PAY-REC
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
                           ' not reported'
                   END-IF
               WHEN WS-ET-EMP-ID(WS-EMP-IDX) = EMP-ID OF WS-PAY-REC
                   SET SLOT-FOUND TO TRUE
           END-SEARCH
           .

      * COLLECT-YEAR-LINES: One pass over the detail file, slotting
      * the withheld income tax, the premium rule lines and the
      * non-taxable commuting and absence amounts against their
      * employee.
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

      * RESOLVE-ONE-EMPLOYEE: Whether the employee is reported, the
      * figures they report with, and the municipality they report
      * to - the row is built here and held until the extract is
      * written in municipality order.
       RESOLVE-ONE-EMPLOYEE.
           MOVE WS-ET-EMP-ID(WS-EMP-IDX) TO WS-EMP-ID-DISPLAY
           MOVE 0 TO WS-ET-MUNI-SLOT(WS-EMP-IDX)

           INITIALIZE EMP-SVC-REQ
           INITIALIZE EMP-SVC-RES
           MOVE 'F' TO OP-CODE OF EMP-SVC-REQ
           MOVE 'MUNIPAY' TO USER-ID OF EMP-SVC-REQ
           MOVE LATEST-VERSION-DATE TO AS-OF-DATE OF EMP-SVC-REQ
           MOVE SPACES TO CORR-ID OF EMP-SVC-REQ
           MOVE WS-ET-EMP-ID(WS-EMP-IDX) TO Q-EMP-ID OF EMP-SVC-REQ
           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES
           IF NOT OK OF EMP-SVC-RES
               ADD 1 TO WS-FAILED-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING '*** EMP ' WS-EMP-ID-DISPLAY
                      ' NOT REPORTED - EMPLOYEE NOT ON FILE'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           SET EMP-NOT-LEAVER TO TRUE
           IF TERMINATED OF OUT-EMP OF EMP-SVC-RES
                   AND VALID-TO OF OUT-EMP OF EMP-SVC-RES
                       <= WS-YEAR-END-DATE
               SET EMP-IS-LEAVER TO TRUE
           END-IF

           INITIALIZE WS-MP-REC
           SET MP-DETAIL OF WS-MP-REC TO TRUE
           MOVE WS-TAX-YEAR TO MP-TAX-YEAR OF WS-MP-REC
           MOVE WS-COMPANY-FILTER TO MP-COMPANY-CODE OF WS-MP-REC
           MOVE WS-ET-EMP-ID(WS-EMP-IDX) TO MP-EMP-ID OF WS-MP-REC
           PERFORM BUILD-REPORT-FIGURES

           IF EMP-IS-LEAVER
               IF MP-PAY-AMOUNT OF WS-MP-REC
                       <= LEAVER-REPORT-THRESHOLD
                   ADD 1 TO WS-BELOW-COUNT
                   MOVE MP-PAY-AMOUNT OF WS-MP-REC
                       TO WS-AMOUNT-DISPLAY
                   MOVE SPACES TO WS-RPT-LINE
                   STRING 'EMP ' WS-EMP-ID-DISPLAY
                          '  LEAVER NOT REPORTED - PAY '
                          WS-AMOUNT-DISPLAY ' AT OR UNDER LIMIT'
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM EMIT-PRINT-LINE
                   EXIT PARAGRAPH
               END-IF
               SET MP-ORDINARY-COLLECTION OF WS-MP-REC TO TRUE
               MOVE VALID-TO OF OUT-EMP OF EMP-SVC-RES
                   TO MP-TERM-DATE OF WS-MP-REC
           ELSE
               SET MP-SPECIAL-COLLECTION OF WS-MP-REC TO TRUE
               MOVE 0 TO MP-TERM-DATE OF WS-MP-REC
      *        The address they lived at on 1 January, where that
      *        version is on file
               INITIALIZE EMP-SVC-REQ
               INITIALIZE EMP-SVC-RES
               MOVE 'F' TO OP-CODE OF EMP-SVC-REQ
               MOVE 'MUNIPAY' TO USER-ID OF EMP-SVC-REQ
               MOVE WS-JAN-FIRST-DATE TO AS-OF-DATE OF EMP-SVC-REQ
               MOVE SPACES TO CORR-ID OF EMP-SVC-REQ
               MOVE WS-ET-EMP-ID(WS-EMP-IDX)
                   TO Q-EMP-ID OF EMP-SVC-REQ
               CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES
               IF NOT OK OF EMP-SVC-RES
                   MOVE LATEST-VERSION-DATE
                       TO AS-OF-DATE OF EMP-SVC-REQ
                   CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES
               END-IF
           END-IF

           MOVE KANA-LAST OF OUT-EMP OF EMP-SVC-RES
               TO MP-KANA-LAST OF WS-MP-REC
           MOVE KANA-FIRST OF OUT-EMP OF EMP-SVC-RES
               TO MP-KANA-FIRST OF WS-MP-REC
           MOVE LAST-NAME OF OUT-EMP OF EMP-SVC-RES
               TO MP-LAST-NAME OF WS-MP-REC
           MOVE FIRST-NAME OF OUT-EMP OF EMP-SVC-RES
               TO MP-FIRST-NAME OF WS-MP-REC
           MOVE BIRTH-DATE OF OUT-EMP OF EMP-SVC-RES
               TO MP-BIRTH-DATE OF WS-MP-REC
           MOVE POSTAL-CODE OF OUT-EMP OF EMP-SVC-RES
               TO MP-POSTAL-CODE OF WS-MP-REC
           MOVE ADDR-LINE-1 OF OUT-EMP OF EMP-SVC-RES
               TO MP-ADDR-LINE-1 OF WS-MP-REC

           PERFORM RESOLVE-MUNICIPALITY
           IF WS-MUNI-CODE = SPACES AND WS-MUNI-NAME = SPACES
               ADD 1 TO WS-FAILED-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING '*** EMP ' WS-EMP-ID-DISPLAY
                      ' NOT REPORTED - NO MUNICIPALITY OR ADDRESS'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-OR-ADD-MUNI-SLOT
           IF MUNI-NOT-FOUND
               ADD 1 TO WS-FAILED-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING '*** EMP ' WS-EMP-ID-DISPLAY
                      ' NOT REPORTED - MUNICIPALITY TABLE FULL'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-MT-CODE(WS-MUNI-IDX) TO MP-MUNI-CODE OF WS-MP-REC
           MOVE WS-MT-NAME(WS-MUNI-IDX) TO MP-MUNI-NAME OF WS-MP-REC
           MOVE WS-MUNI-SOURCE TO MP-MUNI-SOURCE OF WS-MP-REC

           SET WS-MUNI-SLOT TO WS-MUNI-IDX
           MOVE WS-MUNI-SLOT TO WS-ET-MUNI-SLOT(WS-EMP-IDX)
           MOVE WS-MP-REC TO WS-ET-ROW(WS-EMP-IDX)

           ADD 1 TO WS-MT-REPORTED(WS-MUNI-IDX)
           IF MP-SPECIAL-COLLECTION OF WS-MP-REC
               ADD 1 TO WS-MT-SPECIAL(WS-MUNI-IDX)
           ELSE
               ADD 1 TO WS-MT-ORDINARY(WS-MUNI-IDX)
           END-IF
           ADD MP-PAY-AMOUNT OF WS-MP-REC TO WS-MT-PAY(WS-MUNI-IDX)
           ADD MP-TAX-AMOUNT OF WS-MP-REC TO WS-MT-TAX(WS-MUNI-IDX)
           ADD 1 TO WS-REPORTED-COUNT
           ADD MP-PAY-AMOUNT OF WS-MP-REC TO WS-TOT-PAY
           ADD MP-TAX-AMOUNT OF WS-MP-REC TO WS-TOT-TAX
           .

      * BUILD-REPORT-FIGURES: The adjusted figures where YEARADJ
      * computed the year for the employee; otherwise the pay and
      * withheld tax straight from the payroll records, with the
      * income and deductions left zero as the slip leaves them.
       BUILD-REPORT-FIGURES.
           INITIALIZE YEADJ-SVC-REQ
           INITIALIZE YEADJ-SVC-RES
           SET OP-FIND OF YEADJ-SVC-REQ TO TRUE
           MOVE 'MUNIPAY' TO USER-ID OF YEADJ-SVC-REQ
           MOVE SPACES TO CORR-ID OF YEADJ-SVC-REQ
           MOVE WS-ET-EMP-ID(WS-EMP-IDX) TO Q-EMP-ID OF YEADJ-SVC-REQ
           MOVE WS-TAX-YEAR TO Q-TAX-YEAR OF YEADJ-SVC-REQ
           CALL 'YEADJ-SVC' USING YEADJ-SVC-REQ YEADJ-SVC-RES

           IF OK OF YEADJ-SVC-RES
                   AND NOT ADJ-DECLARED OF OUT-YEADJ OF YEADJ-SVC-RES
               SET MP-ADJUSTED OF WS-MP-REC TO TRUE
               MOVE ANNUAL-PAY OF OUT-YEADJ OF YEADJ-SVC-RES
                   TO MP-PAY-AMOUNT OF WS-MP-REC
               MOVE EMPLOYMENT-INCOME OF OUT-YEADJ OF YEADJ-SVC-RES
                   TO MP-INCOME-AMOUNT OF WS-MP-REC
               MOVE SI-DEDUCTION OF OUT-YEADJ OF YEADJ-SVC-RES
                   TO MP-SI-AMOUNT OF WS-MP-REC
               COMPUTE MP-DEDUCT-AMOUNT OF WS-MP-REC =
                   SI-DEDUCTION OF OUT-YEADJ OF YEADJ-SVC-RES
                   + LIFE-INS-DEDUCTION OF OUT-YEADJ OF YEADJ-SVC-RES
                   + EARTHQUAKE-DEDUCTION
                       OF OUT-YEADJ OF YEADJ-SVC-RES
                   + SPOUSE-DEDUCTION OF OUT-YEADJ OF YEADJ-SVC-RES
                   + DEPENDENT-DEDUCTION
                       OF OUT-YEADJ OF YEADJ-SVC-RES
                   + BASIC-DEDUCTION OF OUT-YEADJ OF YEADJ-SVC-RES
               MOVE ANNUAL-TAX OF OUT-YEADJ OF YEADJ-SVC-RES
                   TO MP-TAX-AMOUNT OF WS-MP-REC
           ELSE
               SET MP-NOT-ADJUSTED OF WS-MP-REC TO TRUE
               COMPUTE WS-REP-PAY = WS-ET-GROSS(WS-EMP-IDX)
                   - WS-ET-NONTAX(WS-EMP-IDX)
               MOVE WS-REP-PAY TO MP-PAY-AMOUNT OF WS-MP-REC
               MOVE 0 TO MP-INCOME-AMOUNT OF WS-MP-REC
               MOVE 0 TO MP-DEDUCT-AMOUNT OF WS-MP-REC
               MOVE WS-ET-SI(WS-EMP-IDX) TO MP-SI-AMOUNT OF WS-MP-REC
               MOVE WS-ET-WITHHELD(WS-EMP-IDX)
                   TO MP-TAX-AMOUNT OF WS-MP-REC
           END-IF
           .

      * RESOLVE-MUNICIPALITY: The code on the resident tax master
      * row for the year when there is one; the prefecture and city
      * for the address always, as the group's name and as the
      * group itself when there is no code. Both spaces when
      * neither is known.
       RESOLVE-MUNICIPALITY.
           MOVE SPACES TO WS-MUNI-CODE
           MOVE SPACES TO WS-MUNI-NAME
           MOVE 'A' TO WS-MUNI-SOURCE

           INITIALIZE RESTAX-SVC-REQ
           INITIALIZE RESTAX-SVC-RES
           SET OP-FIND-FOR-MONTH OF RESTAX-SVC-REQ TO TRUE
           MOVE 'MUNIPAY' TO USER-ID OF RESTAX-SVC-REQ
           MOVE SPACES TO CORR-ID OF RESTAX-SVC-REQ
           MOVE WS-ET-EMP-ID(WS-EMP-IDX) TO Q-EMP-ID OF RESTAX-SVC-REQ
           COMPUTE Q-PAY-PERIOD OF RESTAX-SVC-REQ =
               WS-TAX-YEAR * 100 + 12
           CALL 'RESTAX-SVC' USING RESTAX-SVC-REQ RESTAX-SVC-RES
           IF OK OF RESTAX-SVC-RES
                   AND MUNICIPALITY-CODE OF OUT-RESTAX
                       OF RESTAX-SVC-RES NOT = SPACES
               MOVE MUNICIPALITY-CODE OF OUT-RESTAX OF RESTAX-SVC-RES
                   TO WS-MUNI-CODE
               MOVE 'R' TO WS-MUNI-SOURCE
           END-IF

           MOVE STATE-CODE OF OUT-EMP OF EMP-SVC-RES TO WS-PREF-NAME
           MOVE CITY OF OUT-EMP OF EMP-SVC-RES TO WS-CITY-NAME
           IF POSTAL-CODE OF OUT-EMP OF EMP-SVC-RES NOT = SPACES
               INITIALIZE POSTAL-SVC-REQ
               INITIALIZE POSTAL-SVC-RES
               SET OP-FIND OF POSTAL-SVC-REQ TO TRUE
               MOVE 'MUNIPAY' TO USER-ID OF POSTAL-SVC-REQ
               MOVE SPACES TO CORR-ID OF POSTAL-SVC-REQ
               MOVE POSTAL-CODE OF OUT-EMP OF EMP-SVC-RES
                   TO Q-POSTAL-CODE OF POSTAL-SVC-REQ
               CALL 'POSTAL-SVC' USING POSTAL-SVC-REQ POSTAL-SVC-RES
               IF OK OF POSTAL-SVC-RES
                   MOVE PREFECTURE OF OUT-POSTAL OF POSTAL-SVC-RES
                       TO WS-PREF-NAME
                   MOVE CITY OF OUT-POSTAL OF POSTAL-SVC-RES
                       TO WS-CITY-NAME
               END-IF
           END-IF

           IF WS-PREF-NAME NOT = SPACES OR WS-CITY-NAME NOT = SPACES
               STRING WS-PREF-NAME DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      WS-CITY-NAME DELIMITED BY '  '
                   INTO WS-MUNI-NAME
           END-IF
           .

      * FIND-OR-ADD-MUNI-SLOT: The group for WS-MUNI-CODE, or for
      * WS-MUNI-NAME among the uncoded groups when there is no code.
       FIND-OR-ADD-MUNI-SLOT.
           SET MUNI-NOT-FOUND TO TRUE
           SET WS-MUNI-IDX TO 1
           SEARCH WS-MUNI-ENTRY
               AT END
                   CONTINUE
               WHEN WS-MUNI-IDX > WS-MUNI-COUNT
                   IF WS-MUNI-COUNT < MAX-MUNIS
                       ADD 1 TO WS-MUNI-COUNT
                       SET WS-MUNI-IDX TO WS-MUNI-COUNT
                       INITIALIZE WS-MUNI-ENTRY(WS-MUNI-IDX)
                       MOVE WS-MUNI-CODE TO WS-MT-CODE(WS-MUNI-IDX)
                       MOVE WS-MUNI-NAME TO WS-MT-NAME(WS-MUNI-IDX)
                       SET MUNI-FOUND TO TRUE
                   END-IF
               WHEN WS-MUNI-CODE NOT = SPACES
                       AND WS-MT-CODE(WS-MUNI-IDX) = WS-MUNI-CODE
                   SET MUNI-FOUND TO TRUE
               WHEN WS-MUNI-CODE = SPACES
                       AND WS-MT-CODE(WS-MUNI-IDX) = SPACES
                       AND WS-MT-NAME(WS-MUNI-IDX) = WS-MUNI-NAME
                   SET MUNI-FOUND TO TRUE
           END-SEARCH
           .

      * WRITE-EXTRACT: Each municipality's rows in turn, its
      * summary row closing the group, and the control listing
      * lines alongside.
       WRITE-EXTRACT.
           MOVE SPACES TO WS-EXTRACT-NAME
           STRING 'export/munipay_'
                  WS-TAX-YEAR '_' WS-COMPANY-FILTER '.dat'
               DELIMITED BY SIZE INTO WS-EXTRACT-NAME
           MOVE SPACES TO WS-EXTRACT-PATH
           STRING 'hr-cobol/data/' WS-EXTRACT-NAME
               DELIMITED BY '  ' INTO WS-EXTRACT-PATH
           OPEN OUTPUT EXTRACT-FILE
           IF NOT EXT-FILE-OK
               DISPLAY 'ERROR: Cannot open extract file '
                   WS-EXTRACT-PATH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-ONE-MUNICIPALITY
               VARYING WS-MUNI-IDX FROM 1 BY 1
               UNTIL WS-MUNI-IDX > WS-MUNI-COUNT

           CLOSE EXTRACT-FILE
           .

       WRITE-ONE-MUNICIPALITY.
           SET WS-MUNI-SLOT TO WS-MUNI-IDX

           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF WS-MT-CODE(WS-MUNI-IDX) = SPACES
               STRING 'MUNICIPALITY (NO CODE - FROM ADDRESS) '
                      WS-MT-NAME(WS-MUNI-IDX)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING 'MUNICIPALITY ' WS-MT-CODE(WS-MUNI-IDX)
                      '  ' WS-MT-NAME(WS-MUNI-IDX)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM EMIT-PRINT-LINE

           PERFORM WRITE-ONE-DETAIL-ROW
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT

           INITIALIZE EXTRACT-RECORD
           SET MP-SUMMARY OF EXTRACT-RECORD TO TRUE
           MOVE WS-TAX-YEAR TO MP-TAX-YEAR OF EXTRACT-RECORD
           MOVE WS-MT-CODE(WS-MUNI-IDX)
               TO MP-MUNI-CODE OF EXTRACT-RECORD
           MOVE WS-MT-NAME(WS-MUNI-IDX)
               TO MP-MUNI-NAME OF EXTRACT-RECORD
           MOVE WS-COMPANY-FILTER TO MP-COMPANY-CODE OF EXTRACT-RECORD
           MOVE WS-MT-REPORTED(WS-MUNI-IDX)
               TO MP-SUM-REPORTED OF EXTRACT-RECORD
           MOVE WS-MT-SPECIAL(WS-MUNI-IDX)
               TO MP-SUM-SPECIAL OF EXTRACT-RECORD
           MOVE WS-MT-ORDINARY(WS-MUNI-IDX)
               TO MP-SUM-ORDINARY OF EXTRACT-RECORD
           MOVE WS-MT-PAY(WS-MUNI-IDX) TO MP-SUM-PAY OF EXTRACT-RECORD
           MOVE WS-MT-TAX(WS-MUNI-IDX) TO MP-SUM-TAX OF EXTRACT-RECORD
           WRITE EXTRACT-RECORD
           ADD 1 TO WS-EXTRACT-ROWS

           MOVE WS-MT-REPORTED(WS-MUNI-IDX) TO WS-COUNT-DISPLAY
           MOVE WS-MT-PAY(WS-MUNI-IDX) TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING '  GROUP TOTAL  EMPLOYEES ' WS-COUNT-DISPLAY
                  '  PAY ' WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

       WRITE-ONE-DETAIL-ROW.
           IF WS-ET-MUNI-SLOT(WS-EMP-IDX) NOT = WS-MUNI-SLOT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ET-ROW(WS-EMP-IDX) TO WS-MP-REC
           PERFORM RETRIEVE-MY-NUMBER
           MOVE WS-MP-REC TO EXTRACT-RECORD
           WRITE EXTRACT-RECORD
           ADD 1 TO WS-EXTRACT-ROWS

           MOVE MP-EMP-ID OF WS-MP-REC TO WS-EMP-ID-DISPLAY
           MOVE MP-PAY-AMOUNT OF WS-MP-REC TO WS-AMOUNT-DISPLAY
           MOVE MP-TAX-AMOUNT OF WS-MP-REC TO WS-AMOUNT-DISPLAY-2
           MOVE SPACES TO WS-RPT-LINE
           STRING '  EMP ' WS-EMP-ID-DISPLAY
                  ' ' MP-LAST-NAME OF WS-MP-REC(1:14)
                  ' PAY ' WS-AMOUNT-DISPLAY
                  ' TAX ' WS-AMOUNT-DISPLAY-2
                  ' ' MP-COLLECTION OF WS-MP-REC
                  MP-ADJUSTED-FLAG OF WS-MP-REC
                  MP-MUNI-SOURCE OF WS-MP-REC
                  ' ' WS-MYNUM-FLAG
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

      * RETRIEVE-MY-NUMBER: The individual number for the row,
      * retrieved (and audited) under the operator running the
      * filing. Never printed - the listing only flags a row that
      * goes out without one.
       RETRIEVE-MY-NUMBER.
           MOVE SPACES TO WS-MYNUM-FLAG
           MOVE SPACES TO MP-MY-NUMBER OF WS-MP-REC

           INITIALIZE MYNUM-SVC-REQ
           INITIALIZE MYNUM-SVC-RES
           SET OP-GET OF MYNUM-SVC-REQ TO TRUE
           MOVE WS-RPT-OPERATOR TO USER-ID OF MYNUM-SVC-REQ
           MOVE SPACES TO CORR-ID OF MYNUM-SVC-REQ
           MOVE MP-EMP-ID OF WS-MP-REC TO Q-EMP-ID OF MYNUM-SVC-REQ
           MOVE 'SALARY PAYMENT REPORT TO MUNICIPALITY'
               TO Q-PURPOSE OF MYNUM-SVC-REQ
           CALL 'MYNUM-SVC' USING MYNUM-SVC-REQ MYNUM-SVC-RES

           IF OK OF MYNUM-SVC-RES
                   AND MYNUM-HELD OF OUT-MYNUM OF MYNUM-SVC-RES
               MOVE MY-NUMBER OF OUT-MYNUM OF MYNUM-SVC-RES
                   TO MP-MY-NUMBER OF WS-MP-REC
           ELSE
               ADD 1 TO WS-NO-MYNUM-COUNT
               MOVE 'NO MY NUMBER' TO WS-MYNUM-FLAG
           END-IF
           .

       PRINT-LISTING-TOTALS.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE SPACES TO WS-RPT-LINE
           MOVE 'FLAGS: S/O SPECIAL/ORDINARY COLLECTION, Y/N ADJUSTED,'
               TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE '       R/A MUNICIPALITY FROM RESIDENT TAX / ADDRESS'
               TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE WS-MUNI-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'MUNICIPALITIES:      ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE WS-REPORTED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'EMPLOYEES REPORTED:  ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE WS-BELOW-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'LEAVERS UNDER LIMIT: ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE WS-FAILED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'NOT REPORTED:        ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE WS-NO-MYNUM-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'WITHOUT MY NUMBER:   ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE WS-TOT-PAY TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'TOTAL PAY:           ' WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE WS-TOT-TAX TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'TOTAL TAX WITHHELD:  ' WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

      * PRINT-SUMMARY-SHEETS: The summary sheet (soukatsu-hyo) that
      * goes on top of each municipality's reports - its own print
      * file, one sheet per municipality.
       PRINT-SUMMARY-SHEETS.
           MOVE 'MUNISUM' TO WS-RPT-NAME
           MOVE 'SALARY PAYMENT REPORT SUMMARY SHEETS'
               TO WS-RPT-TITLE
           PERFORM OPEN-PRINT-FILE

           PERFORM PRINT-ONE-SUMMARY-SHEET
               VARYING WS-MUNI-IDX FROM 1 BY 1
               UNTIL WS-MUNI-IDX > WS-MUNI-COUNT

           PERFORM CLOSE-PRINT-FILE
           .

       PRINT-ONE-SUMMARY-SHEET.
           MOVE SPACES TO WS-RPT-LINE
           MOVE '=============================================='
               TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE SPACES TO WS-RPT-LINE
           STRING 'SALARY PAYMENT REPORT SUMMARY - PAY YEAR '
                  WS-TAX-YEAR
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE SPACES TO WS-RPT-LINE
           MOVE '=============================================='
               TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE SPACES TO WS-RPT-LINE
           STRING 'To:        ' WS-MT-NAME(WS-MUNI-IDX)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE SPACES TO WS-RPT-LINE
           IF WS-MT-CODE(WS-MUNI-IDX) = SPACES
               MOVE 'Code:      (not on file - confirm before filing)'
                   TO WS-RPT-LINE
           ELSE
               STRING 'Code:      ' WS-MT-CODE(WS-MUNI-IDX)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM EMIT-PRINT-LINE

           MOVE SPACES TO WS-RPT-LINE
           STRING 'From:      Company ' WS-COMPANY-FILTER
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE WS-MT-REPORTED(WS-MUNI-IDX) TO WS-COUNT-DISPLAY
           MOVE WS-MT-SPECIAL(WS-MUNI-IDX) TO WS-COUNT-DISPLAY-2
           MOVE WS-MT-ORDINARY(WS-MUNI-IDX) TO WS-COUNT-DISPLAY-3
           MOVE SPACES TO WS-RPT-LINE
           STRING 'Reports enclosed:        ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING '  Special collection:    ' WS-COUNT-DISPLAY-2
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING '  Ordinary collection:   ' WS-COUNT-DISPLAY-3
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE WS-MT-PAY(WS-MUNI-IDX) TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'Total payments:  ' WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE WS-MT-TAX(WS-MUNI-IDX) TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'Total tax:       ' WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

      * REGISTER-TRANSMISSION: Books the extract on the transmission
      * register with its row count and the tax reported as hash
      * total - the operator marks it transmitted once filed.
       REGISTER-TRANSMISSION.
           INITIALIZE XMIT-SVC-REQ
           INITIALIZE XMIT-SVC-RES
           SET OP-REGISTER OF XMIT-SVC-REQ TO TRUE
           MOVE 'MUNIPAY' TO USER-ID OF XMIT-SVC-REQ
           MOVE SPACES TO CORR-ID OF XMIT-SVC-REQ
           MOVE 'MUNIPAY' TO XMIT-JOB OF IN-XMIT OF XMIT-SVC-REQ
           MOVE WS-EXTRACT-NAME
               TO XMIT-FILE-NAME OF IN-XMIT OF XMIT-SVC-REQ
           MOVE WS-EXTRACT-ROWS
               TO XMIT-RECORD-COUNT OF IN-XMIT OF XMIT-SVC-REQ
           MOVE WS-TOT-TAX
               TO XMIT-HASH-TOTAL OF IN-XMIT OF XMIT-SVC-REQ

           CALL 'XMIT-SVC' USING XMIT-SVC-REQ XMIT-SVC-RES

           IF OK OF XMIT-SVC-RES
               DISPLAY 'Registered as generation '
                   GEN-NUMBER OF OUT-XMIT OF XMIT-SVC-RES
           END-IF
           .

      * OPEN-PRINT-FILE / EMIT-PRINT-LINE / CLOSE-PRINT-FILE: the
      * print-file plumbing, shared shape across the report
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
           MOVE WS-TAX-YEAR TO WS-RUN-PARM
      *    Each company files for its own employees
           MOVE WS-COMPANY-FILTER TO WS-RUN-PARM(7:2)
           INITIALIZE RUNCTL-SVC-REQ
           INITIALIZE RUNCTL-SVC-RES
           SET OP-START OF RUNCTL-SVC-REQ TO TRUE
           MOVE 'MUNIPAY' TO USER-ID OF RUNCTL-SVC-REQ
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
           MOVE 'MUNIPAY' TO USER-ID OF RUNCTL-SVC-REQ
           MOVE SPACES TO CORR-ID OF RUNCTL-SVC-REQ
           MOVE WS-PROGRAM-NAME(1:8) TO Q-JOB-NAME OF RUNCTL-SVC-REQ
           MOVE WS-RUN-PARM TO Q-RUN-PARM OF RUNCTL-SVC-REQ
           MOVE WS-RUN-START-TS
               TO Q-START-TIMESTAMP OF RUNCTL-SVC-REQ
           COMPUTE Q-TOTAL-COUNT OF RUNCTL-SVC-REQ =
               WS-REPORTED-COUNT + WS-BELOW-COUNT + WS-FAILED-COUNT
           COMPUTE Q-SUCCESS-COUNT OF RUNCTL-SVC-REQ =
               WS-REPORTED-COUNT + WS-BELOW-COUNT
           MOVE WS-FAILED-COUNT TO Q-FAILED-COUNT OF RUNCTL-SVC-REQ
           MOVE 'C' TO Q-OUTCOME OF RUNCTL-SVC-REQ
           CALL 'RUNCTL-SVC' USING RUNCTL-SVC-REQ RUNCTL-SVC-RES
           .

      * REGISTER-RUN-FAILED: Closes the registered run out as failed
      * when it aborts before anything is reported - otherwise the run
      * history shows it running forever and the re-run is blocked
      * as a duplicate.
       REGISTER-RUN-FAILED.
           INITIALIZE RUNCTL-SVC-REQ
           INITIALIZE RUNCTL-SVC-RES
           SET OP-END OF RUNCTL-SVC-REQ TO TRUE
           MOVE 'MUNIPAY' TO USER-ID OF RUNCTL-SVC-REQ
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

       END PROGRAM MUNIPAY.
