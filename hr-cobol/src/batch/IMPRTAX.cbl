      *          per fiscal year, with June's different first-month
      *          amount - into the resident tax master
      *          CALCULATE-DEDUCTIONS draws from. Re-running with a
      *          corrected file refreshes amounts in place. The
      *          load is then reconciled against the salary payment
      *          report MUNIPAY filed in January for the prior pay
      *          year: every employee reported for special collection
      *          should now be notified, by the municipality they
      *          were reported to.
      * Input: data/import/restax.csv
      *          EMP_ID,FISCAL_YEAR,MUNICIPALITY,JUNE_AMOUNT,
      *          MONTHLY_AMOUNT
      *        data/export/munipay_<YYYY>_<CC>.dat (the January
      *          extract for pay year FISCAL_YEAR - 1, company CC
      *          from COMPANY_CODE, default 01)
      * Output: data/import/restax.log
      *         data/import/restax.err
      ******************************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERR-FILE-STATUS.

           SELECT REPORTED-FILE
               ASSIGN TO DYNAMIC WS-REPORTED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESTAX-CSV.
       FD  ERROR-LOG.
       01  ERROR-RECORD            PIC X(200).

       FD  REPORTED-FILE.
       01  REPORTED-RECORD.
           COPY munipay.

       WORKING-STORAGE SECTION.

           COPY constants.
           88  CSV-FILE-EOF            VALUE '10'.
       01  WS-LOG-FILE-STATUS      PIC XX.
       01  WS-ERR-FILE-STATUS      PIC XX.
       01  WS-REP-FILE-STATUS      PIC XX.
           88  REP-FILE-OK             VALUE '00'.
           88  REP-FILE-EOF            VALUE '10'.

       01  WS-LINE-NUMBER          PIC 9(6) VALUE 0.
       01  WS-SUCCESS-COUNT        PIC 9(6) VALUE 0.

       01  WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.

      * Reconciliation against the January salary payment report -
      * the latest fiscal year loaded, and the employees reported
      * for special collection found notified, not notified, or
      * notified by a different municipality
       01  WS-LOADED-FY            PIC 9(4) VALUE 0.
       01  WS-REPORTED-YEAR        PIC 9(4).
       01  WS-REPORTED-PATH        PIC X(60).
       01  WS-ENV-COMPANY          PIC X(10).
       01  WS-COMPANY-FILTER       PIC X(2) VALUE '01'.
       01  WS-RECON-MATCHED        PIC 9(6) VALUE 0.
       01  WS-RECON-MISSING        PIC 9(6) VALUE 0.
       01  WS-RECON-MOVED          PIC 9(6) VALUE 0.


      * Working storage for RUNCTL-SVC calls - this batch registers
      * with the central run control (duplicate-run guard keyed on
           END-PERFORM

           CLOSE RESTAX-CSV

           PERFORM RECONCILE-REPORTED-EMPLOYEES

           CLOSE IMPORT-LOG
           CLOSE ERROR-LOG

           DISPLAY 'Notifications loaded: ' WS-COUNT-DISPLAY
           MOVE WS-FAILED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Failed:               ' WS-COUNT-DISPLAY
           IF WS-RECON-MATCHED + WS-RECON-MISSING + WS-RECON-MOVED
                   > 0
               MOVE WS-RECON-MATCHED TO WS-COUNT-DISPLAY
               DISPLAY 'Reported and notified:' WS-COUNT-DISPLAY
               MOVE WS-RECON-MISSING TO WS-COUNT-DISPLAY
               DISPLAY 'Reported, not notified:' WS-COUNT-DISPLAY
               MOVE WS-RECON-MOVED TO WS-COUNT-DISPLAY
               DISPLAY 'Other municipality:   ' WS-COUNT-DISPLAY
           END-IF
           IF WS-FAILED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
                      EMP-ID OF OUT-RESTAX OF RESTAX-SVC-RES
                   DELIMITED BY SIZE INTO LOG-RECORD
               WRITE LOG-RECORD
               IF FISCAL-YEAR OF OUT-RESTAX OF RESTAX-SVC-RES
                       > WS-LOADED-FY
                   MOVE FISCAL-YEAR OF OUT-RESTAX OF RESTAX-SVC-RES
                       TO WS-LOADED-FY
               END-IF
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               MOVE SPACES TO ERROR-RECORD
           COMPUTE WS-FIELD-START = WS-FIELD-END + 2
           .

      * RECONCILE-REPORTED-EMPLOYEES: Reads back the salary
      * payment report extract for the pay year the loaded fiscal
      * year's notifications are based on. Each employee reported
      * for special collection should now have a notification, from
      * the municipality reported to; the exceptions go to the
      * error log for follow-up with the municipality. Leavers
      * (ordinary collection) pay the municipality directly and are
      * not expected.
       RECONCILE-REPORTED-EMPLOYEES.
           IF WS-LOADED-FY = 0
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-ENV-COMPANY FROM ENVIRONMENT 'COMPANY_CODE'
           IF WS-ENV-COMPANY(1:2) NOT = SPACES
               MOVE WS-ENV-COMPANY(1:2) TO WS-COMPANY-FILTER
           END-IF

           COMPUTE WS-REPORTED-YEAR = WS-LOADED-FY - 1
           MOVE SPACES TO WS-REPORTED-PATH
           STRING 'hr-cobol/data/export/munipay_'
                  WS-REPORTED-YEAR '_' WS-COMPANY-FILTER '.dat'
               DELIMITED BY SIZE INTO WS-REPORTED-PATH

           OPEN INPUT REPORTED-FILE
           IF NOT REP-FILE-OK
               DISPLAY 'No salary payment report extract for '
                   WS-REPORTED-YEAR ' - notifications not reconciled'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL REP-FILE-EOF
               READ REPORTED-FILE
                   AT END
                       SET REP-FILE-EOF TO TRUE
                   NOT AT END
                       IF MP-DETAIL OF REPORTED-RECORD
                               AND MP-SPECIAL-COLLECTION
                                   OF REPORTED-RECORD
                           PERFORM RECONCILE-ONE-REPORTED
                       END-IF
               END-READ
           END-PERFORM

           CLOSE REPORTED-FILE
           .

       RECONCILE-ONE-REPORTED.
           INITIALIZE RESTAX-SVC-REQ
           INITIALIZE RESTAX-SVC-RES
           SET OP-FIND-FOR-MONTH OF RESTAX-SVC-REQ TO TRUE
           MOVE 'IMPORT' TO USER-ID OF RESTAX-SVC-REQ
           MOVE SPACES TO CORR-ID OF RESTAX-SVC-REQ
           MOVE MP-EMP-ID OF REPORTED-RECORD
               TO Q-EMP-ID OF RESTAX-SVC-REQ
      *    June opens the fiscal year
           COMPUTE Q-PAY-PERIOD OF RESTAX-SVC-REQ =
               WS-LOADED-FY * 100 + 6
           CALL 'RESTAX-SVC' USING RESTAX-SVC-REQ RESTAX-SVC-RES

           EVALUATE TRUE
               WHEN NOT OK OF RESTAX-SVC-RES
                   ADD 1 TO WS-RECON-MISSING
                   MOVE SPACES TO ERROR-RECORD
                   STRING 'Reconcile: EMP-ID='
                          MP-EMP-ID OF REPORTED-RECORD
                          ' reported to '
                          MP-MUNI-CODE OF REPORTED-RECORD ' '
                          MP-MUNI-NAME OF REPORTED-RECORD
                          ' - no notification loaded'
                       DELIMITED BY SIZE INTO ERROR-RECORD
                   WRITE ERROR-RECORD
               WHEN MP-MUNI-CODE OF REPORTED-RECORD NOT = SPACES
                       AND MUNICIPALITY-CODE OF OUT-RESTAX
                           OF RESTAX-SVC-RES
                           NOT = MP-MUNI-CODE OF REPORTED-RECORD
                   ADD 1 TO WS-RECON-MOVED
                   MOVE SPACES TO ERROR-RECORD
                   STRING 'Reconcile: EMP-ID='
                          MP-EMP-ID OF REPORTED-RECORD
                          ' reported to '
                          MP-MUNI-CODE OF REPORTED-RECORD
                          ' but notified by '
                          MUNICIPALITY-CODE OF OUT-RESTAX
                              OF RESTAX-SVC-RES
                       DELIMITED BY SIZE INTO ERROR-RECORD
                   WRITE ERROR-RECORD
               WHEN OTHER
                   ADD 1 TO WS-RECON-MATCHED
           END-EVALUATE
           .

      * REGISTER-RUN-START: Registers this run with the central run
      * control, guarded against a duplicate same-parameter run;
      * the caller checks for the 409 block.
