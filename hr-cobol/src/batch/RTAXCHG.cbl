       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTAXCHG.
      ******************************************************************
      * RTAXCHG - Resident Tax Special-Collection Change Notifications
      * Purpose: Prints the change notification (tokubetsu choshu
      *          kyuyo shotokusha ido todoke) each municipality must
      *          receive when an employee it notified us for leaves,
      *          or moves to the other company, during the fiscal
      *          year - one notification per municipality listing
      *          its employees. The change itself is recorded from
      *          guided offboarding or the transfer screen; this run
      *          works out from the resident tax lines actually
      *          deducted what was collected, the lump sum taken from
      *          the final pay, and the balance left for ordinary
      *          collection or the new employer, then marks each
      *          notification issued.
      * Input: hr-cobol/data/restax.dat
      *        hr-cobol/data/payroll.dat
      *        hr-cobol/data/paydtl.dat
      *        EMP-SVC, RESTAX-SVC
      * Output: hr-cobol/data/reports/RTAXCHG_<generation>.rpt
      *         (via RPT-PRINT)
      * Parm: RUNCTL_OVERRIDE environment variable ('Y' overrides
      *       the duplicate-run guard - one run per day)
      * Note: Every pending notification is printed, whichever
      *       company recorded it. A lump sum whose final payroll
      *       has not been calculated yet shows as not yet deducted.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESTAX-FILE
               ASSIGN TO 'hr-cobol/data/restax.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTX-FILE-STATUS.

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
       FD  RESTAX-FILE.
       01  RESTAX-RECORD           PIC X(200).

       FD  PAYROLL-FILE.
       01  PAYROLL-RECORD          PIC X(1000).

       FD  PAYDTL-FILE.
       01  PAYDTL-RECORD           PIC X(200).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'RTAXCHG'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

       01  WS-RTX-FILE-STATUS      PIC XX.
           88  RTX-FILE-OK             VALUE '00'.
           88  RTX-FILE-EOF            VALUE '10'.
           88  RTX-FILE-NOT-FOUND      VALUE '35'.
       01  WS-PAY-FILE-STATUS      PIC XX.
           88  PAY-FILE-OK             VALUE '00'.
           88  PAY-FILE-EOF            VALUE '10'.
           88  PAY-FILE-NOT-FOUND      VALUE '35'.
       01  WS-DTL-FILE-STATUS      PIC XX.
           88  DTL-FILE-OK             VALUE '00'.
           88  DTL-FILE-EOF            VALUE '10'.
           88  DTL-FILE-NOT-FOUND      VALUE '35'.

       01  WS-RTX-REC.
           COPY restax REPLACING ==05== BY ==10==.
       01  WS-PAY-REC.
           COPY payroll REPLACING ==05== BY ==10==.
       01  WS-DTL-REC.
           COPY paydtl REPLACING ==05== BY ==10==.

      * Print-file plumbing - same shape as the report programs
       01  WS-RPT-OP               PIC X.
       01  WS-RPT-NAME             PIC X(8)  VALUE 'RTAXCHG'.
       01  WS-RPT-TITLE            PIC X(40)
           VALUE 'RESIDENT TAX CHANGE NOTIFICATIONS'.
       01  WS-RPT-OPERATOR         PIC X(16).
       01  WS-RPT-LINE             PIC X(100).
       01  WS-RPT-STATUS           PIC 9.

      * Working storage for RUNCTL-SVC calls
           COPY runctl-req.
           COPY runctl-res.
       01  WS-RUN-PARM             PIC X(10).
       01  WS-RUN-START-TS         PIC 9(14).
       01  WS-ENV-OVERRIDE         PIC X(10).

      * Working storage for EMP-SVC and RESTAX-SVC calls
           COPY emp-req.
           COPY emp-res.
           COPY rtax-req.
           COPY rtax-res.
       78  LATEST-VERSION-DATE     VALUE 99999999.

      * The LINE-CODE PAY-SVC gives a leaver's lump-sum line
       78  RESTAX-LUMP-SUM-CODE    VALUE 'RESTAX-LUMP'.

       01  WS-RUN-DATE             PIC 9(8).

      * The pending notifications, with what the deducted lines
      * show was collected
       78  MAX-NOTICES             VALUE 2000.
       01  WS-NOTICE-COUNT         PIC 9(5) VALUE 0.
       01  WS-NOTICE-TABLE.
           05  WS-NOTICE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-NTC-IDX.
               10  WS-NT-EMP-ID        PIC 9(9).
               10  WS-NT-FISCAL-YEAR   PIC 9(4).
               10  WS-NT-FY-FIRST      PIC 9(6).
               10  WS-NT-FY-LAST       PIC 9(6).
               10  WS-NT-MUNI          PIC X(6).
               10  WS-NT-ANNUAL        PIC 9(9)V99.
               10  WS-NT-REASON        PIC X.
               10  WS-NT-CHANGE-DATE   PIC 9(8).
               10  WS-NT-LAST-PERIOD   PIC 9(6).
               10  WS-NT-METHOD        PIC X.
               10  WS-NT-NEW-COMPANY   PIC X(2).
               10  WS-NT-REMAINING     PIC 9(9)V99.
               10  WS-NT-COLLECTED     PIC 9(9)V99.
               10  WS-NT-LUMP-SUM      PIC 9(9)V99.

      * The notified employees' payrolls, pointing at their notice
       78  MAX-PAYS                VALUE 20000.
       01  WS-PAY-COUNT            PIC 9(5) VALUE 0.
       01  WS-PAY-TABLE.
           05  WS-PAY-ENTRY OCCURS 20000 TIMES
                   INDEXED BY WS-PAY-IDX.
               10  WS-PT-PAY-ID        PIC 9(12).
               10  WS-PT-NOTICE-SLOT   PIC 9(5).
       01  WS-SLOT                 PIC 9(5).

      * The municipalities notified, in first-seen order
       78  MAX-MUNIS               VALUE 500.
       01  WS-MUNI-COUNT           PIC 9(4) VALUE 0.
       01  WS-MUNI-TABLE.
           05  WS-MUNI-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-MUNI-IDX.
               10  WS-MT-MUNI          PIC X(6).
               10  WS-MT-EMPS          PIC 9(5).

      * Print work fields
       01  WS-EMP-ID-DISPLAY       PIC 9(9).
       01  WS-EMP-NAME             PIC X(41).
       01  WS-EMP-COMPANY          PIC X(2).
       01  WS-REASON-TEXT          PIC X(30).
       01  WS-METHOD-TEXT          PIC X(40).
       01  WS-UNCOLLECTED          PIC S9(9)V99.
       01  WS-AMOUNT-DISPLAY       PIC ZZZ,ZZZ,ZZ9.
       01  WS-AMOUNT-DISPLAY-2     PIC ZZZ,ZZZ,ZZ9.
       01  WS-AMOUNT-DISPLAY-3     PIC ZZZ,ZZZ,ZZ9.
       01  WS-BALANCE-DISPLAY      PIC -ZZ,ZZZ,ZZ9.
       01  WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.
       01  WS-ISSUED-COUNT         PIC 9(5) VALUE 0.
       01  WS-FAILED-COUNT         PIC 9(5) VALUE 0.
       01  WS-FOUND-SW             PIC X.
           88  SLOT-FOUND              VALUE 'Y'.
           88  SLOT-NOT-FOUND          VALUE 'N'.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'RTAXCHG - Resident Tax Change Notifications v'
               WS-VERSION

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM REGISTER-RUN-START
           IF NOT OK OF RUNCTL-SVC-RES
                   AND STATUS-CODE-N OF RUNCTL-SVC-RES = 409
               DISPLAY 'RUN BLOCKED: ' STATUS-MSG OF RUNCTL-SVC-RES
               DISPLAY 'Set RUNCTL_OVERRIDE=Y to run anyway.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-PENDING-NOTICES
           PERFORM LOAD-NOTICE-PAYROLLS
           PERFORM SWEEP-DETAIL-LINES

           PERFORM OPEN-PRINT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'NOTIFICATIONS ISSUED ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           IF WS-NOTICE-COUNT = 0
               MOVE SPACES TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
               MOVE 'NO CHANGE NOTIFICATIONS PENDING' TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-IF

           PERFORM PRINT-ONE-MUNICIPALITY
               VARYING WS-MUNI-IDX FROM 1 BY 1
               UNTIL WS-MUNI-IDX > WS-MUNI-COUNT

           PERFORM CLOSE-PRINT-FILE
           PERFORM REGISTER-RUN-END

           MOVE WS-ISSUED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Notifications issued: ' WS-COUNT-DISPLAY
           MOVE WS-MUNI-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Municipalities:       ' WS-COUNT-DISPLAY
           MOVE WS-FAILED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Not marked issued:    ' WS-COUNT-DISPLAY
           IF WS-FAILED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      * LOAD-PENDING-NOTICES: Every resident tax row whose change
      * notification is still pending, with its municipality slot.
       LOAD-PENDING-NOTICES.
           OPEN INPUT RESTAX-FILE
           IF RTX-FILE-NOT-FOUND
               DISPLAY 'No resident tax file found.'
               EXIT PARAGRAPH
           END-IF
           IF NOT RTX-FILE-OK
               DISPLAY 'ERROR: Cannot open resident tax file.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL RTX-FILE-EOF
                   OR WS-NOTICE-COUNT >= MAX-NOTICES
               READ RESTAX-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RESTAX-RECORD TO WS-RTX-REC
                       IF NOTICE-PENDING OF WS-RTX-REC
                           PERFORM LOAD-ONE-NOTICE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RESTAX-FILE
           .

       LOAD-ONE-NOTICE.
           ADD 1 TO WS-NOTICE-COUNT
           SET WS-NTC-IDX TO WS-NOTICE-COUNT
           INITIALIZE WS-NOTICE-ENTRY(WS-NTC-IDX)
           MOVE EMP-ID OF WS-RTX-REC TO WS-NT-EMP-ID(WS-NTC-IDX)
           MOVE FISCAL-YEAR OF WS-RTX-REC
               TO WS-NT-FISCAL-YEAR(WS-NTC-IDX)
           COMPUTE WS-NT-FY-FIRST(WS-NTC-IDX) =
               FISCAL-YEAR OF WS-RTX-REC * 100 + 6
           COMPUTE WS-NT-FY-LAST(WS-NTC-IDX) =
               (FISCAL-YEAR OF WS-RTX-REC + 1) * 100 + 5
           MOVE MUNICIPALITY-CODE OF WS-RTX-REC
               TO WS-NT-MUNI(WS-NTC-IDX)
           COMPUTE WS-NT-ANNUAL(WS-NTC-IDX) =
               JUNE-AMOUNT OF WS-RTX-REC
               + MONTHLY-AMOUNT OF WS-RTX-REC * 11
           MOVE CHANGE-REASON OF WS-RTX-REC
               TO WS-NT-REASON(WS-NTC-IDX)
           MOVE CHANGE-DATE OF WS-RTX-REC
               TO WS-NT-CHANGE-DATE(WS-NTC-IDX)
           MOVE LAST-COLLECT-PERIOD OF WS-RTX-REC
               TO WS-NT-LAST-PERIOD(WS-NTC-IDX)
           MOVE REMAINDER-METHOD OF WS-RTX-REC
               TO WS-NT-METHOD(WS-NTC-IDX)
           MOVE NEW-COMPANY-CODE OF WS-RTX-REC
               TO WS-NT-NEW-COMPANY(WS-NTC-IDX)
           MOVE REMAINING-AMOUNT OF WS-RTX-REC
               TO WS-NT-REMAINING(WS-NTC-IDX)

           SET WS-MUNI-IDX TO 1
           SEARCH WS-MUNI-ENTRY
               AT END
                   DISPLAY 'WARNING: municipality table full - '
                       MUNICIPALITY-CODE OF WS-RTX-REC ' not printed'
               WHEN WS-MUNI-IDX > WS-MUNI-COUNT
                   ADD 1 TO WS-MUNI-COUNT
                   MOVE MUNICIPALITY-CODE OF WS-RTX-REC
                       TO WS-MT-MUNI(WS-MUNI-IDX)
                   MOVE 1 TO WS-MT-EMPS(WS-MUNI-IDX)
               WHEN WS-MT-MUNI(WS-MUNI-IDX)
                       = MUNICIPALITY-CODE OF WS-RTX-REC
                   ADD 1 TO WS-MT-EMPS(WS-MUNI-IDX)
           END-SEARCH
           .

      * LOAD-NOTICE-PAYROLLS: The notified employees' payrolls of
      * the notification's fiscal year, voided ones aside - their
      * lines were never collected - and special runs: the resident
      * tax on a retirement allowance is separate from the notified
      * amount.
       LOAD-NOTICE-PAYROLLS.
           IF WS-NOTICE-COUNT = 0
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
                       IF NOT PAY-VOIDED OF WS-PAY-REC
                               AND NOT RUN-SPECIAL OF WS-PAY-REC
                           PERFORM LOAD-ONE-PAYROLL
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PAYROLL-FILE
           .

       LOAD-ONE-PAYROLL.
           SET WS-NTC-IDX TO 1
           SEARCH WS-NOTICE-ENTRY
               AT END
                   EXIT PARAGRAPH
               WHEN WS-NTC-IDX > WS-NOTICE-COUNT
                   EXIT PARAGRAPH
               WHEN WS-NT-EMP-ID(WS-NTC-IDX) = EMP-ID OF WS-PAY-REC
                       AND PAY-PERIOD OF WS-PAY-REC
                           >= WS-NT-FY-FIRST(WS-NTC-IDX)
                       AND PAY-PERIOD OF WS-PAY-REC
                           <= WS-NT-FY-LAST(WS-NTC-IDX)
                   CONTINUE
           END-SEARCH

           ADD 1 TO WS-PAY-COUNT
           MOVE PAY-ID OF WS-PAY-REC TO WS-PT-PAY-ID(WS-PAY-COUNT)
           SET WS-SLOT TO WS-NTC-IDX
           MOVE WS-SLOT TO WS-PT-NOTICE-SLOT(WS-PAY-COUNT)
           .

      * SWEEP-DETAIL-LINES: The resident tax lines of those
      * payrolls - the monthly lines into what was collected, the
      * lump-sum line into the lump sum.
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
                       IF LINE-RESIDENT-TAX OF WS-DTL-REC
                           PERFORM FOLD-ONE-TAX-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PAYDTL-FILE
           .

       FOLD-ONE-TAX-LINE.
           SET WS-PAY-IDX TO 1
           SEARCH WS-PAY-ENTRY
               AT END
                   EXIT PARAGRAPH
               WHEN WS-PAY-IDX > WS-PAY-COUNT
                   EXIT PARAGRAPH
               WHEN WS-PT-PAY-ID(WS-PAY-IDX) = PAY-ID OF WS-DTL-REC
                   CONTINUE
           END-SEARCH
           SET WS-NTC-IDX TO WS-PT-NOTICE-SLOT(WS-PAY-IDX)

           IF LINE-CODE OF WS-DTL-REC = RESTAX-LUMP-SUM-CODE
               ADD LINE-AMOUNT OF WS-DTL-REC
                   TO WS-NT-LUMP-SUM(WS-NTC-IDX)
           ELSE
               ADD LINE-AMOUNT OF WS-DTL-REC
                   TO WS-NT-COLLECTED(WS-NTC-IDX)
           END-IF
           .

      * PRINT-ONE-MUNICIPALITY: One municipality's notification -
      * a row per employee with the year's notified amount, what
      * was collected monthly, the lump sum, the balance left and
      * who collects it.
       PRINT-ONE-MUNICIPALITY.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE '========================================'
               TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'TO MUNICIPALITY ' WS-MT-MUNI(WS-MUNI-IDX)
                  ' - SPECIAL COLLECTION CHANGE NOTIFICATION'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-MT-EMPS(WS-MUNI-IDX) TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'EMPLOYEES ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           PERFORM PRINT-ONE-NOTICE
               VARYING WS-NTC-IDX FROM 1 BY 1
               UNTIL WS-NTC-IDX > WS-NOTICE-COUNT
           .

       PRINT-ONE-NOTICE.
           IF WS-NT-MUNI(WS-NTC-IDX) NOT = WS-MT-MUNI(WS-MUNI-IDX)
               EXIT PARAGRAPH
           END-IF

           PERFORM FETCH-EMPLOYEE

           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-NT-EMP-ID(WS-NTC-IDX) TO WS-EMP-ID-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'EMP ' WS-EMP-ID-DISPLAY '  ' WS-EMP-NAME
                  '  COMPANY ' WS-EMP-COMPANY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           IF WS-NT-REASON(WS-NTC-IDX) = 'X'
               MOVE SPACES TO WS-REASON-TEXT
               STRING 'TRANSFER TO COMPANY '
                      WS-NT-NEW-COMPANY(WS-NTC-IDX)
                   DELIMITED BY SIZE INTO WS-REASON-TEXT
           ELSE
               MOVE 'LEFT EMPLOYMENT' TO WS-REASON-TEXT
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING '  ' WS-REASON-TEXT
                  ' ON ' WS-NT-CHANGE-DATE(WS-NTC-IDX)
                  '  FISCAL YEAR ' WS-NT-FISCAL-YEAR(WS-NTC-IDX)
                  '  LAST COLLECTED ' WS-NT-LAST-PERIOD(WS-NTC-IDX)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           COMPUTE WS-UNCOLLECTED =
               WS-NT-ANNUAL(WS-NTC-IDX)
               - WS-NT-COLLECTED(WS-NTC-IDX)
               - WS-NT-LUMP-SUM(WS-NTC-IDX)
           MOVE WS-NT-ANNUAL(WS-NTC-IDX) TO WS-AMOUNT-DISPLAY
           MOVE WS-NT-COLLECTED(WS-NTC-IDX) TO WS-AMOUNT-DISPLAY-2
           MOVE WS-NT-LUMP-SUM(WS-NTC-IDX) TO WS-AMOUNT-DISPLAY-3
           MOVE WS-UNCOLLECTED TO WS-BALANCE-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING '  ANNUAL ' WS-AMOUNT-DISPLAY
                  '  COLLECTED ' WS-AMOUNT-DISPLAY-2
                  '  LUMP SUM ' WS-AMOUNT-DISPLAY-3
                  '  BALANCE ' WS-BALANCE-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           EVALUATE WS-NT-METHOD(WS-NTC-IDX)
               WHEN 'L'
                   IF WS-NT-LUMP-SUM(WS-NTC-IDX) = 0
                       MOVE WS-NT-REMAINING(WS-NTC-IDX)
                           TO WS-AMOUNT-DISPLAY
                       MOVE SPACES TO WS-METHOD-TEXT
                       STRING 'LUMP SUM ' WS-AMOUNT-DISPLAY
                              ' NOT YET DEDUCTED'
                           DELIMITED BY SIZE INTO WS-METHOD-TEXT
                   ELSE
                       MOVE 'LUMP SUM FROM FINAL PAY'
                           TO WS-METHOD-TEXT
                   END-IF
               WHEN 'N'
                   MOVE 'SPECIAL COLLECTION BY NEW EMPLOYER'
                       TO WS-METHOD-TEXT
               WHEN OTHER
                   MOVE 'BALANCE TO ORDINARY COLLECTION'
                       TO WS-METHOD-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-RPT-LINE
           STRING '  ' WS-METHOD-TEXT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           PERFORM MARK-NOTICE-ISSUED
           .

       FETCH-EMPLOYEE.
           MOVE SPACES TO WS-EMP-NAME
           MOVE SPACES TO WS-EMP-COMPANY

           INITIALIZE EMP-SVC-REQ
           INITIALIZE EMP-SVC-RES
           MOVE 'F' TO OP-CODE OF EMP-SVC-REQ
           MOVE 'RTAXCHG' TO USER-ID OF EMP-SVC-REQ
           MOVE LATEST-VERSION-DATE TO AS-OF-DATE OF EMP-SVC-REQ
           MOVE SPACES TO CORR-ID OF EMP-SVC-REQ
           MOVE WS-NT-EMP-ID(WS-NTC-IDX) TO Q-EMP-ID OF EMP-SVC-REQ

           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES

           IF OK OF EMP-SVC-RES
               STRING LAST-NAME OF OUT-EMP OF EMP-SVC-RES
                          DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      FIRST-NAME OF OUT-EMP OF EMP-SVC-RES
                          DELIMITED BY SPACE
                   INTO WS-EMP-NAME
               MOVE COMPANY-CODE OF OUT-EMP OF EMP-SVC-RES
                   TO WS-EMP-COMPANY
           END-IF
           IF WS-EMP-COMPANY = SPACES
               MOVE '01' TO WS-EMP-COMPANY
           END-IF
           .

       MARK-NOTICE-ISSUED.
           INITIALIZE RESTAX-SVC-REQ
           INITIALIZE RESTAX-SVC-RES
           SET OP-MARK-ISSUED OF RESTAX-SVC-REQ TO TRUE
           MOVE 'RTAXCHG' TO USER-ID OF RESTAX-SVC-REQ
           MOVE SPACES TO CORR-ID OF RESTAX-SVC-REQ
           MOVE WS-NT-EMP-ID(WS-NTC-IDX) TO Q-EMP-ID OF RESTAX-SVC-REQ
           MOVE WS-NT-FISCAL-YEAR(WS-NTC-IDX)
               TO FISCAL-YEAR OF IN-RESTAX OF RESTAX-SVC-REQ

           CALL 'RESTAX-SVC' USING RESTAX-SVC-REQ RESTAX-SVC-RES

           IF OK OF RESTAX-SVC-RES
               ADD 1 TO WS-ISSUED-COUNT
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING '  *** NOT MARKED ISSUED: '
                      STATUS-MSG OF RESTAX-SVC-RES
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

      * REGISTER-RUN-START / REGISTER-RUN-END: central run control
      * registration - one notification run per day unless
      * overridden.
       REGISTER-RUN-START.
           MOVE SPACES TO WS-RUN-PARM
           MOVE WS-RUN-DATE TO WS-RUN-PARM
           INITIALIZE RUNCTL-SVC-REQ
           INITIALIZE RUNCTL-SVC-RES
           SET OP-START OF RUNCTL-SVC-REQ TO TRUE
           MOVE 'RTAXCHG' TO USER-ID OF RUNCTL-SVC-REQ
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
           MOVE 'RTAXCHG' TO USER-ID OF RUNCTL-SVC-REQ
           MOVE SPACES TO CORR-ID OF RUNCTL-SVC-REQ
           MOVE WS-PROGRAM-NAME(1:8) TO Q-JOB-NAME OF RUNCTL-SVC-REQ
           MOVE WS-RUN-PARM TO Q-RUN-PARM OF RUNCTL-SVC-REQ
           MOVE WS-RUN-START-TS
               TO Q-START-TIMESTAMP OF RUNCTL-SVC-REQ
           MOVE WS-NOTICE-COUNT TO Q-TOTAL-COUNT OF RUNCTL-SVC-REQ
           MOVE WS-ISSUED-COUNT TO Q-SUCCESS-COUNT OF RUNCTL-SVC-REQ
           MOVE WS-FAILED-COUNT TO Q-FAILED-COUNT OF RUNCTL-SVC-REQ
           MOVE 'C' TO Q-OUTCOME OF RUNCTL-SVC-REQ
           CALL 'RUNCTL-SVC' USING RUNCTL-SVC-REQ RUNCTL-SVC-RES
           .

       END PROGRAM RTAXCHG.
