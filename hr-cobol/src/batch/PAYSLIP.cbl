      *          statement per employee from the approved/paid/closed
      *          payroll records, so statements no longer have to be
      *          hand-typed every month. Draft, calculated and voided
      *          records never produce a slip. An employee whose
      *          consent to electronic delivery is in force on the
      *          run date gets the statement in the portal delivery
      *          file instead of a slip file for printing. While
      *          PAYEXT-UTIL finds the PAYEXTR period extract current
      *          the records and employee names come from it, with no
      *          per-record employee lookup.
      * Input: hr-cobol/data/payroll.dat
      *        hr-cobol/data/extract/payext_<YYYYMM>.dat (when
      *        current)
      *        hr-cobol/data/employees.dat (via EMP-SVC)
      *        hr-cobol/data/consent.dat (via CNST-SVC)
      * Output: hr-cobol/data/export/payslip_<EMP-ID>_<PERIOD>.txt
      *         hr-cobol/data/export/portal_payslip_<PERIOD>.dat
      *          1-1   document type ('P')
      *          2-10  EMP-ID
      *          11-30 PORTAL-ID
      *          31-36 PAY-PERIOD
      *          37-116 statement line
      *         hr-cobol/data/export/payslip.log
      * Parm: PAYSLIP_PAY_PERIOD environment variable (YYYYMM,
      *       required)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-FILE-STATUS.

           SELECT EXTRACT-FILE
               ASSIGN TO DYNAMIC WS-EXTRACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-FILE-STATUS.

      *    One slip file per employee - the path is built per record
      *    into WS-SLIP-PATH, the one dynamic ASSIGN in the system
      *    (a fixed literal cannot name a per-employee file)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLIP-FILE-STATUS.

      *    Statements for employees consenting to electronic
      *    delivery, one file for the period for the portal to load
           SELECT PORTAL-FILE
               ASSIGN TO DYNAMIC WS-PORTAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTL-FILE-STATUS.

           SELECT SLIP-LOG
               ASSIGN TO 'hr-cobol/data/export/payslip.log'
               ORGANIZATION IS LINE SEQUENTIAL
       FD  PAYROLL-FILE.
       01  PAYROLL-RECORD           PIC X(1000).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD           PIC X(800).

       FD  SLIP-FILE.
       01  SLIP-RECORD              PIC X(80).

       FD  PORTAL-FILE.
       01  PORTAL-RECORD.
           05  PTL-DOC-TYPE         PIC X.
           05  PTL-EMP-ID           PIC 9(9).
           05  PTL-PORTAL-ID        PIC X(20).
           05  PTL-PERIOD           PIC 9(6).
           05  PTL-TEXT             PIC X(80).
           05  FILLER               PIC X(4).

       FD  SLIP-LOG.
       01  LOG-RECORD               PIC X(200).


       01  WS-SLIP-FILE-STATUS      PIC XX.
       01  WS-LOG-FILE-STATUS       PIC XX.
       01  WS-PTL-FILE-STATUS       PIC XX.
       01  WS-PORTAL-PATH           PIC X(60).

       01  WS-SLIP-PATH             PIC X(80).
       01  WS-EMP-ID-X              PIC 9(9).
       01  WS-PAY-REC.
           COPY payroll REPLACING ==05== BY ==10==.

      * The period extract, read in place of the payroll file and
      * the name lookups while PAYEXT-UTIL finds it current
       01  WS-EXT-FILE-STATUS       PIC XX.
           88  EXT-FILE-OK              VALUE '00'.
           88  EXT-FILE-EOF             VALUE '10'.
       01  WS-EXTRACT-PATH          PIC X(60).
       01  WS-PX-REC.
           COPY payext.
       01  WS-PX-OP                 PIC X(2).
       01  WS-PX-PAY-COUNT          PIC 9(7).
       01  WS-PX-LAST-CHANGE        PIC 9(14).
       01  WS-PX-RESULT             PIC X.
           88  PX-EXTRACT-CURRENT       VALUE 'C'.
       01  WS-PX-STATUS             PIC 9.
       01  WS-SOURCE-SW             PIC X VALUE 'P'.
           88  READING-PAYROLL-FILE     VALUE 'P'.
           88  READING-EXTRACT          VALUE 'X'.

      * Working storage for EMP-SVC calls - resolves the employee's
      * name for the statement heading
           COPY emp-req.
           COPY ytd-res.
       01  WS-SLIP-YEAR             PIC 9(4).

      * Working storage for CNST-SVC calls - whether the employee's
      * consent to electronic delivery is in force on the run date
           COPY cnst-req.
           COPY cnst-res.
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-DELIVERY-SW           PIC X.
           88  SLIP-TO-PORTAL           VALUE 'Y'.
           88  SLIP-TO-PRINT            VALUE 'N'.

      * Counters
       01  WS-TOTAL-COUNT           PIC 9(6) VALUE 0.
       01  WS-SLIP-COUNT            PIC 9(6) VALUE 0.
       01  WS-SKIPPED-COUNT         PIC 9(6) VALUE 0.
       01  WS-PORTAL-COUNT          PIC 9(6) VALUE 0.

      * Display fields
       01  WS-TOTAL-DISPLAY         PIC ZZZ,ZZ9.
       01  WS-SLIP-DISPLAY          PIC ZZZ,ZZ9.
       01  WS-SKIPPED-DISPLAY       PIC ZZZ,ZZ9.
       01  WS-PORTAL-DISPLAY        PIC ZZZ,ZZ9.
       01  WS-AMT-DISPLAY           PIC Z(10)9.99-.

       PROCEDURE DIVISION.
           DISPLAY 'Generating pay statements for period '
               WS-PERIOD-FILTER

           MOVE 'C' TO WS-PX-OP
           CALL 'PAYEXT-UTIL' USING WS-PX-OP WS-PERIOD-FILTER
                                    WS-EXTRACT-PATH WS-PX-PAY-COUNT
                                    WS-PX-LAST-CHANGE WS-PX-RESULT
                                    WS-PX-STATUS
           IF PX-EXTRACT-CURRENT
               OPEN INPUT EXTRACT-FILE
               IF EXT-FILE-OK
                   SET READING-EXTRACT TO TRUE
                   DISPLAY 'Reading period extract ' WS-EXTRACT-PATH
               END-IF
           END-IF

           IF READING-PAYROLL-FILE
               OPEN INPUT PAYROLL-FILE

               IF PAY-FILE-NOT-FOUND
                   DISPLAY 'No payroll records on file.'
                   STOP RUN
               END-IF

               IF NOT PAY-FILE-OK
                   DISPLAY 'ERROR: Cannot open payroll file'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT SLIP-LOG
           MOVE SPACES TO LOG-RECORD
           WRITE LOG-RECORD

      *    The portal file is written even when empty so a re-run
      *    replaces an earlier one for the period
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-PORTAL-PATH
           STRING 'hr-cobol/data/export/portal_payslip_'
                  WS-PERIOD-FILTER '.dat'
               DELIMITED BY SIZE INTO WS-PORTAL-PATH
           OPEN OUTPUT PORTAL-FILE
           IF WS-PTL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open portal delivery file'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF READING-EXTRACT
               PERFORM READ-PERIOD-EXTRACT
           ELSE
               PERFORM READ-PAYROLL-FILE
           END-IF

           CLOSE PORTAL-FILE

           MOVE WS-TOTAL-COUNT TO WS-TOTAL-DISPLAY
           MOVE WS-SLIP-COUNT TO WS-SLIP-DISPLAY
           MOVE WS-SKIPPED-COUNT TO WS-SKIPPED-DISPLAY
           MOVE WS-PORTAL-COUNT TO WS-PORTAL-DISPLAY

           MOVE SPACES TO LOG-RECORD
           WRITE LOG-RECORD
           MOVE SPACES TO LOG-RECORD
           STRING 'Period records: ' WS-TOTAL-DISPLAY
                  '  Slips: ' WS-SLIP-DISPLAY
                  '  Portal: ' WS-PORTAL-DISPLAY
                  '  Skipped: ' WS-SKIPPED-DISPLAY
               DELIMITED BY SIZE INTO LOG-RECORD
           WRITE LOG-RECORD
           DISPLAY 'Statement generation completed:'
           DISPLAY '  Period records: ' WS-TOTAL-DISPLAY
           DISPLAY '  Slips written:  ' WS-SLIP-DISPLAY
           DISPLAY '  To the portal:  ' WS-PORTAL-DISPLAY
           DISPLAY '  Skipped:        ' WS-SKIPPED-DISPLAY
           STOP RUN
           .

       READ-PAYROLL-FILE.
           PERFORM UNTIL PAY-FILE-EOF
               READ PAYROLL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PAYROLL-RECORD TO WS-PAY-REC
                       IF PAY-PERIOD OF WS-PAY-REC = WS-PERIOD-FILTER
                           ADD 1 TO WS-TOTAL-COUNT
                           PERFORM PRODUCE-ONE-SLIP
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PAYROLL-FILE
           .

      * READ-PERIOD-EXTRACT: The period's records off the current
      * extract, in company, department and employee order.
       READ-PERIOD-EXTRACT.
           PERFORM UNTIL EXT-FILE-EOF
               READ EXTRACT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE EXTRACT-RECORD TO WS-PX-REC
                       IF PX-DETAIL
                           MOVE PX-PAYROLL TO WS-PAY-REC
                           ADD 1 TO WS-TOTAL-COUNT
                           PERFORM PRODUCE-ONE-SLIP
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EXTRACT-FILE
           .

      * PRODUCE-ONE-SLIP: Writes the statement for WS-PAY-REC when
      * its status qualifies - approved, paid, or closed (a closed
      * record was a paid one the period close swept up). Draft,

           MOVE EMP-ID OF WS-PAY-REC TO WS-EMP-ID-X
           MOVE PAY-PERIOD OF WS-PAY-REC TO WS-PERIOD-X

           PERFORM CHECK-ELECTRONIC-DELIVERY
           IF SLIP-TO-PORTAL
               PERFORM WRITE-SLIP-BODY
               ADD 1 TO WS-PORTAL-COUNT
               MOVE SPACES TO LOG-RECORD
               STRING 'Statement delivered to portal: EMP-ID='
                      EMP-ID OF WS-PAY-REC
                      ' PORTAL-ID='
                      PORTAL-ID OF OUT-CONSENT OF CNST-SVC-RES
                   DELIMITED BY SIZE INTO LOG-RECORD
               WRITE LOG-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SLIP-PATH
           STRING 'hr-cobol/data/export/payslip_'
                  WS-EMP-ID-X '_' WS-PERIOD-X '.txt'
       LOOK-UP-EMPLOYEE-NAME.
           INITIALIZE EMP-SVC-REQ
           INITIALIZE EMP-SVC-RES
      *    Off the extract the name is already on the line
           IF READING-EXTRACT
               IF PX-EMP-ON-FILE
                   MOVE PX-LAST-NAME
                       TO LAST-NAME OF OUT-EMP OF EMP-SVC-RES
                   MOVE PX-FIRST-NAME
                       TO FIRST-NAME OF OUT-EMP OF EMP-SVC-RES
               ELSE
                   MOVE 404 TO STATUS-CODE-N OF EMP-SVC-RES
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE 'F' TO OP-CODE OF EMP-SVC-REQ
           MOVE 'PAYSLIP' TO USER-ID OF EMP-SVC-REQ
           MOVE LATEST-VERSION-DATE TO AS-OF-DATE OF EMP-SVC-REQ
           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES
           .

      * CHECK-ELECTRONIC-DELIVERY: The statement goes to the portal
      * only while the employee's payslip consent is in force on the
      * run date; any failure of the lookup prints it.
       CHECK-ELECTRONIC-DELIVERY.
           SET SLIP-TO-PRINT TO TRUE
           INITIALIZE CNST-SVC-REQ
           INITIALIZE CNST-SVC-RES
           SET OP-CHECK OF CNST-SVC-REQ TO TRUE
           MOVE 'PAYSLIP' TO USER-ID OF CNST-SVC-REQ
           MOVE SPACES TO CORR-ID OF CNST-SVC-REQ
           MOVE EMP-ID OF WS-PAY-REC TO Q-EMP-ID OF CNST-SVC-REQ
           MOVE 'P' TO Q-DOC-TYPE OF CNST-SVC-REQ
           MOVE WS-RUN-DATE TO Q-DATE OF CNST-SVC-REQ

           CALL 'CNST-SVC' USING CNST-SVC-REQ CNST-SVC-RES

           IF OK OF CNST-SVC-RES AND DELIVER-PORTAL OF CNST-SVC-RES
               SET SLIP-TO-PORTAL TO TRUE
           END-IF
           .

      * PUT-SLIP-LINE: Writes the statement line in SLIP-RECORD to
      * the employee's slip file, or to the portal delivery file
      * tagged with the employee and portal account.
       PUT-SLIP-LINE.
           IF SLIP-TO-PRINT
               WRITE SLIP-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO PORTAL-RECORD
           MOVE 'P' TO PTL-DOC-TYPE
           MOVE EMP-ID OF WS-PAY-REC TO PTL-EMP-ID
           MOVE PORTAL-ID OF OUT-CONSENT OF CNST-SVC-RES
               TO PTL-PORTAL-ID
           MOVE PAY-PERIOD OF WS-PAY-REC TO PTL-PERIOD
           MOVE SLIP-RECORD TO PTL-TEXT
           WRITE PORTAL-RECORD
           .

       WRITE-SLIP-BODY.
           MOVE SPACES TO SLIP-RECORD
           MOVE '========================================'
               TO SLIP-RECORD
           PERFORM PUT-SLIP-LINE

           MOVE 'PAY STATEMENT' TO SLIP-RECORD
           PERFORM PUT-SLIP-LINE

           MOVE '========================================'
               TO SLIP-RECORD
           PERFORM PUT-SLIP-LINE

           MOVE SPACES TO SLIP-RECORD
           STRING 'Employee: ' WS-EMP-ID-X
               DELIMITED BY SIZE INTO SLIP-RECORD
           PERFORM PUT-SLIP-LINE

           IF OK OF EMP-SVC-RES
               MOVE SPACES TO SLIP-RECORD
                      ' '
                      FIRST-NAME OF OUT-EMP OF EMP-SVC-RES(1:20)
                   DELIMITED BY SIZE INTO SLIP-RECORD
               PERFORM PUT-SLIP-LINE
           END-IF

           MOVE SPACES TO SLIP-RECORD
           STRING 'Period:   ' WS-PERIOD-X
               DELIMITED BY SIZE INTO SLIP-RECORD
           PERFORM PUT-SLIP-LINE

           MOVE SPACES TO SLIP-RECORD
           STRING 'Currency: ' PAY-CURRENCY OF WS-PAY-REC
               DELIMITED BY SIZE INTO SLIP-RECORD
           PERFORM PUT-SLIP-LINE

           IF FINAL-PAYMENT OF WS-PAY-REC
               MOVE SPACES TO SLIP-RECORD
               MOVE '*** FINAL PAYMENT ***' TO SLIP-RECORD
               PERFORM PUT-SLIP-LINE
           END-IF

           MOVE SPACES TO SLIP-RECORD
           MOVE '----------------------------------------'
               TO SLIP-RECORD
           PERFORM PUT-SLIP-LINE

           MOVE GROSS-PAY OF WS-PAY-REC TO WS-AMT-DISPLAY
           MOVE SPACES TO SLIP-RECORD
           STRING 'Gross Pay:        ' WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO SLIP-RECORD
           PERFORM PUT-SLIP-LINE

           MOVE TOTAL-DEDUCTIONS OF WS-PAY-REC TO WS-AMT-DISPLAY
           MOVE SPACES TO SLIP-RECORD
           STRING 'Total Deductions: ' WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO SLIP-RECORD
           PERFORM PUT-SLIP-LINE

           MOVE NET-PAY OF WS-PAY-REC TO WS-AMT-DISPLAY
           MOVE SPACES TO SLIP-RECORD
           STRING 'Net Pay:          ' WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO SLIP-RECORD
           PERFORM PUT-SLIP-LINE

           PERFORM WRITE-SLIP-ITEMIZATION
           PERFORM WRITE-SLIP-YTD
           MOVE SPACES TO SLIP-RECORD
           MOVE '========================================'
               TO SLIP-RECORD
           PERFORM PUT-SLIP-LINE
           .

      * WRITE-SLIP-YTD: Appends the employee's year-to-date figures
           MOVE SPACES TO SLIP-RECORD
           MOVE '----------------------------------------'
               TO SLIP-RECORD
           PERFORM PUT-SLIP-LINE

           MOVE SPACES TO SLIP-RECORD
           STRING 'Year to date (' WS-SLIP-YEAR '):'
               DELIMITED BY SIZE INTO SLIP-RECORD
           PERFORM PUT-SLIP-LINE

           MOVE YTD-GROSS OF OUT-YTD OF YTD-SVC-RES TO WS-AMT-DISPLAY
           MOVE SPACES TO SLIP-RECORD
           STRING '  Gross:          ' WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO SLIP-RECORD
           PERFORM PUT-SLIP-LINE

           MOVE YTD-DEDUCTIONS OF OUT-YTD OF YTD-SVC-RES
               TO WS-AMT-DISPLAY
           MOVE SPACES TO SLIP-RECORD
           STRING '  Deductions:     ' WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO SLIP-RECORD
           PERFORM PUT-SLIP-LINE

           MOVE YTD-NET OF OUT-YTD OF YTD-SVC-RES TO WS-AMT-DISPLAY
           MOVE SPACES TO SLIP-RECORD
           STRING '  Net:            ' WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO SLIP-RECORD
           PERFORM PUT-SLIP-LINE
           .

      * WRITE-SLIP-ITEMIZATION: Lists the detail lines behind this
               MOVE SPACES TO SLIP-RECORD
               MOVE '----------------------------------------'
                   TO SLIP-RECORD
               PERFORM PUT-SLIP-LINE
               MOVE 'Itemization:' TO SLIP-RECORD
               PERFORM PUT-SLIP-LINE
               SET DETAIL-HEADING-WRITTEN TO TRUE
           END-IF

                  ' '
                  WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO SLIP-RECORD
           PERFORM PUT-SLIP-LINE
           .

       END PROGRAM PAYSLIP.
