       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYEXTR.
      ******************************************************************
      * PAYEXTR - Sorted Period Payroll Extract
      * Purpose: Run once after approval, cuts the period's payroll
      *          records - every status - joined with the employee's
      *          latest version, the department and location names
      *          and the totals of each record's PAYDTL lines, sorted
      *          by company, department, employee and PAY-ID, into
      *          one enriched sequential file. The month-end reports
      *          (PAYRPT, PAYSLIP, YEARRPT, LABORRPT, VARRPT, RTAXRPT,
      *          PROOF) read it instead of the payroll file and the
      *          per-record employee lookups while PAYEXT-UTIL finds
      *          it current, and fall back to the direct read when it
      *          is not. An extract already current for the period is
      *          left alone.
      * Input: hr-cobol/data/payroll.dat
      *        hr-cobol/data/employees.dat
      *        hr-cobol/data/departments.dat
      *        hr-cobol/data/location.dat
      *        hr-cobol/data/paydtl.dat
      * Output: hr-cobol/data/extract/payext_<YYYYMM>.dat (payext.cpy,
      *         a header line then the detail lines)
      * Parm: PAYEXTR_PERIOD environment variable (YYYYMM, required)
      *       RUNCTL_OVERRIDE=Y re-cuts a period whose extract
      *       already completed (a stale extract needs it)
      * Run control: registered under the period, so BATTREND shows
      *       the extract's elapsed time next to the reports it
      *       replaces the reading for
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-FILE
               ASSIGN TO 'hr-cobol/data/payroll.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-FILE-STATUS.

           SELECT EMPLOYEE-FILE
               ASSIGN TO 'hr-cobol/data/employees.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT DEPARTMENT-FILE
               ASSIGN TO 'hr-cobol/data/departments.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-FILE-STATUS.

           SELECT LOCATION-FILE
               ASSIGN TO 'hr-cobol/data/location.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOC-FILE-STATUS.

           SELECT PAYDTL-FILE
               ASSIGN TO 'hr-cobol/data/paydtl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DTL-FILE-STATUS.

           SELECT EXTRACT-FILE
               ASSIGN TO DYNAMIC WS-EXTRACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-FILE-STATUS.

           SELECT SORT-FILE
               ASSIGN TO 'SORTWK01'.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-FILE.
       01  PAYROLL-RECORD          PIC X(1000).

       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD         PIC X(1000).

       FD  DEPARTMENT-FILE.
       01  DEPARTMENT-RECORD       PIC X(1000).

       FD  LOCATION-FILE.
       01  LOCATION-RECORD         PIC X(1000).

       FD  PAYDTL-FILE.
       01  PAYDTL-RECORD           PIC X(200).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD          PIC X(800).

      * The sort work record - the extract detail line, keyed on its
      * PX-SORT-KEY positions
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  FILLER              PIC X(7).
           05  SR-COMPANY          PIC X(2).
           05  SR-DEPT-ID          PIC 9(6).
           05  SR-EMP-ID           PIC 9(9).
           05  SR-PAY-ID           PIC 9(12).
           05  FILLER              PIC X(764).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'PAYEXTR'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

       01  WS-PAY-FILE-STATUS      PIC XX.
           88  PAY-FILE-OK             VALUE '00'.
           88  PAY-FILE-EOF            VALUE '10'.
           88  PAY-FILE-NOT-FOUND      VALUE '35'.
       01  WS-EMP-FILE-STATUS      PIC XX.
           88  EMP-FILE-OK             VALUE '00'.
           88  EMP-FILE-EOF            VALUE '10'.
       01  WS-DEPT-FILE-STATUS     PIC XX.
           88  DEPT-FILE-OK            VALUE '00'.
           88  DEPT-FILE-EOF           VALUE '10'.
       01  WS-LOC-FILE-STATUS      PIC XX.
           88  LOC-FILE-OK             VALUE '00'.
           88  LOC-FILE-EOF            VALUE '10'.
       01  WS-DTL-FILE-STATUS      PIC XX.
           88  DTL-FILE-OK             VALUE '00'.
           88  DTL-FILE-EOF            VALUE '10'.
           88  DTL-FILE-NOT-FOUND      VALUE '35'.
       01  WS-EXT-FILE-STATUS      PIC XX.
       01  WS-EXTRACT-PATH         PIC X(60).

       01  WS-PAY-REC.
           COPY payroll REPLACING ==05== BY ==10==.
       01  WS-EMP-REC.
           COPY employee REPLACING ==05== BY ==10==.
       01  WS-DEPT-REC.
           COPY department REPLACING ==05== BY ==10==.
       01  WS-LOC-REC.
           COPY location REPLACING ==05== BY ==10==.
       01  WS-DTL-REC.
           COPY paydtl REPLACING ==05== BY ==10==.
       01  WS-PX-REC.
           COPY payext.

       01  WS-ENV-PERIOD           PIC X(10).
       01  WS-PERIOD               PIC 9(6) VALUE 0.

      * Working storage for PAYEXT-UTIL calls - whether the period's
      * extract is already current, and the live file's fingerprint
      * the new header carries
       01  WS-PX-OP                PIC X(2).
       01  WS-PX-PAY-COUNT         PIC 9(7).
       01  WS-PX-LAST-CHANGE       PIC 9(14).
       01  WS-PX-RESULT            PIC X.
           88  PX-EXTRACT-CURRENT      VALUE 'C'.
       01  WS-PX-STATUS            PIC 9.

      * Working storage for RUNCTL-SVC calls - the run is keyed on
      * the period, with RUNCTL_OVERRIDE=Y as the explicit operator
      * override
           COPY runctl-req.
           COPY runctl-res.
       01  WS-RUN-PARM             PIC X(10).
       01  WS-RUN-START-TS         PIC 9(14).
       01  WS-ENV-OVERRIDE         PIC X(10).

      * The period's payroll records with their PAYDTL totals; the
      * live file arrives in PAY-ID order, which keeps the table in
      * the key order SEARCH ALL needs
       78  MAX-EXT-PAYS            VALUE 5000.
       01  WS-PAY-COUNT            PIC 9(5) VALUE 0.
       01  WS-PAY-TABLE.
           05  WS-PAY-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-PAY-COUNT
                   ASCENDING KEY IS WS-PT-PAY-ID
                   INDEXED BY WS-PAY-IDX.
               10  WS-PT-PAY-ID        PIC 9(12).
               10  WS-PT-LINES         PIC 9(3).
               10  WS-PT-EARNINGS      PIC S9(11)V99.
               10  WS-PT-SOCIAL-INS    PIC S9(11)V99.
               10  WS-PT-INCOME-TAX    PIC S9(11)V99.
               10  WS-PT-RESIDENT-TAX  PIC S9(11)V99.
               10  WS-PT-OTHER-DEDUCT  PIC S9(11)V99.
               10  WS-PT-YEAR-END-ADJ  PIC S9(11)V99.

      * Every employee's latest version, in EMP-ID order the same
      * way
       78  MAX-EXT-EMPS            VALUE 5000.
       01  WS-EMP-COUNT            PIC 9(5) VALUE 0.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-EMP-COUNT
                   ASCENDING KEY IS WS-ET-EMP-ID
                   INDEXED BY WS-EMP-IDX.
               10  WS-ET-EMP-ID        PIC 9(9).
               10  WS-ET-VALID-FROM    PIC 9(8).
               10  WS-ET-LAST-NAME     PIC X(30).
               10  WS-ET-FIRST-NAME    PIC X(30).
               10  WS-ET-KANA-LAST     PIC X(30).
               10  WS-ET-KANA-FIRST    PIC X(30).
               10  WS-ET-BIRTH-DATE    PIC 9(8).
               10  WS-ET-HIRE-DATE     PIC 9(8).
               10  WS-ET-EMP-TYPE      PIC X.
               10  WS-ET-EMP-STATUS    PIC X.
               10  WS-ET-DEPT-ID       PIC 9(6).
               10  WS-ET-GRADE-CODE    PIC X(4).
               10  WS-ET-LOCATION      PIC X(4).
               10  WS-ET-TAX-COLUMN    PIC X.
               10  WS-ET-PAY-METHOD    PIC X.

      * Current department and location names
       78  MAX-EXT-DEPTS           VALUE 500.
       01  WS-DEPT-COUNT           PIC 9(3) VALUE 0.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-DEPT-IDX.
               10  WS-DT-DEPT-ID       PIC 9(6).
               10  WS-DT-DEPT-NAME     PIC X(50).
       78  MAX-EXT-LOCS            VALUE 200.
       01  WS-LOC-COUNT            PIC 9(3) VALUE 0.
       01  WS-LOC-TABLE.
           05  WS-LOC-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-LOC-IDX.
               10  WS-LT-LOC-CODE      PIC X(4).
               10  WS-LT-LOC-NAME      PIC X(30).

       01  WS-FOUND-SW             PIC X.
           88  ENTRY-FOUND             VALUE 'Y'.
           88  ENTRY-NOT-FOUND         VALUE 'N'.
       01  WS-LOAD-SW              PIC X VALUE 'Y'.
           88  LOAD-COMPLETE           VALUE 'Y'.
           88  LOAD-INCOMPLETE         VALUE 'N'.
       01  WS-WRITE-SW             PIC X VALUE 'Y'.
           88  EXTRACT-WRITTEN         VALUE 'Y'.
           88  EXTRACT-NOT-WRITTEN     VALUE 'N'.
       01  WS-SORT-EOF-SW          PIC X.
           88  SORT-AT-END             VALUE 'Y'.

      * Extract creation timestamp
       01  WS-TODAY                PIC 9(8).
       01  WS-NOW-TIME             PIC 9(8).
       01  WS-CREATED-AT           PIC 9(14).

      * Counters
       01  WS-RELEASED-COUNT       PIC 9(7) VALUE 0.
       01  WS-WRITTEN-COUNT        PIC 9(7) VALUE 0.
       01  WS-NO-EMP-COUNT         PIC 9(7) VALUE 0.
       01  WS-COUNT-DISPLAY        PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'PAYEXTR - Sorted Period Payroll Extract v'
               WS-VERSION

           ACCEPT WS-ENV-PERIOD FROM ENVIRONMENT 'PAYEXTR_PERIOD'
           IF WS-ENV-PERIOD(1:6) IS NUMERIC
               MOVE WS-ENV-PERIOD(1:6) TO WS-PERIOD
           END-IF

           IF WS-PERIOD = 0
               DISPLAY 'ERROR: PAYEXTR_PERIOD (YYYYMM) is required'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'Extracting period ' WS-PERIOD

           MOVE 'C' TO WS-PX-OP
           CALL 'PAYEXT-UTIL' USING WS-PX-OP WS-PERIOD
                                    WS-EXTRACT-PATH WS-PX-PAY-COUNT
                                    WS-PX-LAST-CHANGE WS-PX-RESULT
                                    WS-PX-STATUS
           IF PX-EXTRACT-CURRENT
               DISPLAY 'Extract is already current: ' WS-EXTRACT-PATH
               STOP RUN
           END-IF

           PERFORM REGISTER-RUN-START
           IF NOT OK OF RUNCTL-SVC-RES
                   AND STATUS-CODE-N OF RUNCTL-SVC-RES = 409
               DISPLAY 'RUN BLOCKED: ' STATUS-MSG OF RUNCTL-SVC-RES
               DISPLAY 'Set RUNCTL_OVERRIDE=Y to run anyway.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-PERIOD-PAYROLLS
           PERFORM LOAD-EMPLOYEES
           PERFORM LOAD-DEPARTMENTS
           PERFORM LOAD-LOCATIONS
           PERFORM SWEEP-DETAIL-LINES

      *    An extract missing records would be read as the whole
      *    period - better none at all, and the reports read direct
           IF LOAD-INCOMPLETE
               DISPLAY 'ERROR: period too large for the extract - '
                   'no extract written'
               MOVE 8 TO RETURN-CODE
               PERFORM REGISTER-RUN-END
               STOP RUN
           END-IF

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           STRING WS-TODAY WS-NOW-TIME(1:6)
               DELIMITED BY SIZE INTO WS-CREATED-AT

           SORT SORT-FILE
               ON ASCENDING KEY SR-COMPANY SR-DEPT-ID
                                SR-EMP-ID SR-PAY-ID
               INPUT PROCEDURE IS RELEASE-PERIOD-PAYROLLS
               OUTPUT PROCEDURE IS WRITE-EXTRACT-FILE

           IF EXTRACT-NOT-WRITTEN
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM REGISTER-RUN-END

           MOVE WS-WRITTEN-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Payroll records extracted: ' WS-COUNT-DISPLAY
           MOVE WS-NO-EMP-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Without an employee record: ' WS-COUNT-DISPLAY
           DISPLAY 'Extract file: ' WS-EXTRACT-PATH
           IF RETURN-CODE = 0 AND WS-NO-EMP-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      * REGISTER-RUN-START: Registers this run with the central run
      * control, guarded against a duplicate extract of the period;
      * the caller checks for the 409 block.
       REGISTER-RUN-START.
           MOVE SPACES TO WS-RUN-PARM
           MOVE WS-PERIOD TO WS-RUN-PARM
           INITIALIZE RUNCTL-SVC-REQ
           INITIALIZE RUNCTL-SVC-RES
           SET OP-START OF RUNCTL-SVC-REQ TO TRUE
           MOVE 'PAYEXTR' TO USER-ID OF RUNCTL-SVC-REQ
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

      * REGISTER-RUN-END: Closes the registered run out - failed when
      * no extract could be written.
       REGISTER-RUN-END.
           MOVE SPACES TO WS-RUN-PARM
           MOVE WS-PERIOD TO WS-RUN-PARM
           INITIALIZE RUNCTL-SVC-REQ
           INITIALIZE RUNCTL-SVC-RES
           SET OP-END OF RUNCTL-SVC-REQ TO TRUE
           MOVE 'PAYEXTR' TO USER-ID OF RUNCTL-SVC-REQ
           MOVE SPACES TO CORR-ID OF RUNCTL-SVC-REQ
           MOVE WS-PROGRAM-NAME(1:8) TO Q-JOB-NAME OF RUNCTL-SVC-REQ
           MOVE WS-RUN-PARM TO Q-RUN-PARM OF RUNCTL-SVC-REQ
           MOVE WS-RUN-START-TS
               TO Q-START-TIMESTAMP OF RUNCTL-SVC-REQ
           MOVE WS-RELEASED-COUNT TO Q-TOTAL-COUNT OF RUNCTL-SVC-REQ
           COMPUTE Q-SUCCESS-COUNT OF RUNCTL-SVC-REQ =
               WS-WRITTEN-COUNT - WS-NO-EMP-COUNT
           MOVE WS-NO-EMP-COUNT TO Q-FAILED-COUNT OF RUNCTL-SVC-REQ
           IF RETURN-CODE = 8
               MOVE 'F' TO Q-OUTCOME OF RUNCTL-SVC-REQ
           ELSE
               MOVE 'C' TO Q-OUTCOME OF RUNCTL-SVC-REQ
           END-IF
           CALL 'RUNCTL-SVC' USING RUNCTL-SVC-REQ RUNCTL-SVC-RES
           .

      * LOAD-PERIOD-PAYROLLS: The PAY-IDs of the period, so the
      * detail sweep can total each record's lines.
       LOAD-PERIOD-PAYROLLS.
           MOVE 0 TO WS-PAY-COUNT

           OPEN INPUT PAYROLL-FILE
           IF PAY-FILE-NOT-FOUND
               DISPLAY 'No payroll file found.'
               EXIT PARAGRAPH
           END-IF
           IF NOT PAY-FILE-OK
               DISPLAY 'ERROR: Cannot open payroll file.'
               MOVE 8 TO RETURN-CODE
               PERFORM REGISTER-RUN-END
               STOP RUN
           END-IF

           PERFORM UNTIL PAY-FILE-EOF
               READ PAYROLL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PAYROLL-RECORD TO WS-PAY-REC
                       IF PAY-PERIOD OF WS-PAY-REC = WS-PERIOD
                           PERFORM TAKE-PAYROLL
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PAYROLL-FILE
           .

       TAKE-PAYROLL.
           IF WS-PAY-COUNT >= MAX-EXT-PAYS
               SET LOAD-INCOMPLETE TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PAY-COUNT
           SET WS-PAY-IDX TO WS-PAY-COUNT
           INITIALIZE WS-PAY-ENTRY(WS-PAY-IDX)
           MOVE PAY-ID OF WS-PAY-REC TO WS-PT-PAY-ID(WS-PAY-IDX)
           .

      * LOAD-EMPLOYEES: Each employee's latest version - the open-
      * ended one, or for a leaver the last one written - which is
      * what the reports' own lookups resolved.
       LOAD-EMPLOYEES.
           MOVE 0 TO WS-EMP-COUNT

           OPEN INPUT EMPLOYEE-FILE
           IF NOT EMP-FILE-OK
               DISPLAY 'WARNING: Cannot open employee file - '
                   'extract carries no employee details'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL EMP-FILE-EOF
               READ EMPLOYEE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE EMPLOYEE-RECORD TO WS-EMP-REC
                       PERFORM TAKE-EMPLOYEE
               END-READ
           END-PERFORM

           CLOSE EMPLOYEE-FILE
           .

       TAKE-EMPLOYEE.
      *    Versions of one employee arrive together - a later one
      *    replaces the earlier in the same slot
           IF WS-EMP-COUNT > 0
               SET WS-EMP-IDX TO WS-EMP-COUNT
               IF WS-ET-EMP-ID(WS-EMP-IDX) = EMP-ID OF WS-EMP-REC
                   IF VALID-FROM OF WS-EMP-REC
                           >= WS-ET-VALID-FROM(WS-EMP-IDX)
                       PERFORM FILL-EMPLOYEE-ENTRY
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-EMP-COUNT >= MAX-EXT-EMPS
               SET LOAD-INCOMPLETE TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EMP-COUNT
           SET WS-EMP-IDX TO WS-EMP-COUNT
           PERFORM FILL-EMPLOYEE-ENTRY
           .

       FILL-EMPLOYEE-ENTRY.
           MOVE EMP-ID OF WS-EMP-REC TO WS-ET-EMP-ID(WS-EMP-IDX)
           MOVE VALID-FROM OF WS-EMP-REC
               TO WS-ET-VALID-FROM(WS-EMP-IDX)
           MOVE LAST-NAME OF WS-EMP-REC TO WS-ET-LAST-NAME(WS-EMP-IDX)
           MOVE FIRST-NAME OF WS-EMP-REC
               TO WS-ET-FIRST-NAME(WS-EMP-IDX)
           MOVE KANA-LAST OF WS-EMP-REC TO WS-ET-KANA-LAST(WS-EMP-IDX)
           MOVE KANA-FIRST OF WS-EMP-REC
               TO WS-ET-KANA-FIRST(WS-EMP-IDX)
           MOVE BIRTH-DATE OF WS-EMP-REC
               TO WS-ET-BIRTH-DATE(WS-EMP-IDX)
           MOVE HIRE-DATE OF WS-EMP-REC TO WS-ET-HIRE-DATE(WS-EMP-IDX)
           MOVE EMP-TYPE OF WS-EMP-REC TO WS-ET-EMP-TYPE(WS-EMP-IDX)
           MOVE EMP-STATUS OF WS-EMP-REC
               TO WS-ET-EMP-STATUS(WS-EMP-IDX)
           MOVE DEPT-ID OF WS-EMP-REC TO WS-ET-DEPT-ID(WS-EMP-IDX)
           MOVE GRADE-CODE OF WS-EMP-REC
               TO WS-ET-GRADE-CODE(WS-EMP-IDX)
           MOVE LOCATION-CODE OF WS-EMP-REC
               TO WS-ET-LOCATION(WS-EMP-IDX)
           MOVE TAX-COLUMN OF WS-EMP-REC
               TO WS-ET-TAX-COLUMN(WS-EMP-IDX)
           MOVE PAY-METHOD OF WS-EMP-REC
               TO WS-ET-PAY-METHOD(WS-EMP-IDX)
           .

      * LOAD-DEPARTMENTS: The current version of each department.
       LOAD-DEPARTMENTS.
           MOVE 0 TO WS-DEPT-COUNT

           OPEN INPUT DEPARTMENT-FILE
           IF NOT DEPT-FILE-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL DEPT-FILE-EOF
               READ DEPARTMENT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DEPARTMENT-RECORD TO WS-DEPT-REC
                       IF VALID-TO OF WS-DEPT-REC = OPEN-ENDED-DATE
                               AND WS-DEPT-COUNT < MAX-EXT-DEPTS
                           ADD 1 TO WS-DEPT-COUNT
                           SET WS-DEPT-IDX TO WS-DEPT-COUNT
                           MOVE DEPT-ID OF WS-DEPT-REC
                               TO WS-DT-DEPT-ID(WS-DEPT-IDX)
                           MOVE DEPT-NAME OF WS-DEPT-REC
                               TO WS-DT-DEPT-NAME(WS-DEPT-IDX)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DEPARTMENT-FILE
           .

       LOAD-LOCATIONS.
           MOVE 0 TO WS-LOC-COUNT

           OPEN INPUT LOCATION-FILE
           IF NOT LOC-FILE-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL LOC-FILE-EOF
               READ LOCATION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LOCATION-RECORD TO WS-LOC-REC
                       IF WS-LOC-COUNT < MAX-EXT-LOCS
                           ADD 1 TO WS-LOC-COUNT
                           SET WS-LOC-IDX TO WS-LOC-COUNT
                           MOVE LOCATION-CODE OF WS-LOC-REC
                               TO WS-LT-LOC-CODE(WS-LOC-IDX)
                           MOVE LOCATION-NAME OF WS-LOC-REC
                               TO WS-LT-LOC-NAME(WS-LOC-IDX)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LOCATION-FILE
           .

      * SWEEP-DETAIL-LINES: Totals every line of the period's
      * payrolls by kind; lines of other periods fall out on the
      * PAY-ID lookup.
       SWEEP-DETAIL-LINES.
           IF WS-PAY-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PAYDTL-FILE
           IF DTL-FILE-NOT-FOUND
               EXIT PARAGRAPH
           END-IF
           IF NOT DTL-FILE-OK
               DISPLAY 'ERROR: Cannot open payroll detail file.'
               SET LOAD-INCOMPLETE TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL DTL-FILE-EOF
               READ PAYDTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PAYDTL-RECORD TO WS-DTL-REC
                       PERFORM FOLD-ONE-DETAIL-LINE
               END-READ
           END-PERFORM

           CLOSE PAYDTL-FILE
           .

       FOLD-ONE-DETAIL-LINE.
           SEARCH ALL WS-PAY-ENTRY
               AT END
                   EXIT PARAGRAPH
               WHEN WS-PT-PAY-ID(WS-PAY-IDX) = PAY-ID OF WS-DTL-REC
                   CONTINUE
           END-SEARCH

           ADD 1 TO WS-PT-LINES(WS-PAY-IDX)
           EVALUATE TRUE
               WHEN LINE-EARNING OF WS-DTL-REC
               WHEN LINE-ADJUSTMENT OF WS-DTL-REC
                   ADD LINE-AMOUNT OF WS-DTL-REC
                       TO WS-PT-EARNINGS(WS-PAY-IDX)
               WHEN LINE-BENEFIT OF WS-DTL-REC
                   ADD LINE-AMOUNT OF WS-DTL-REC
                       TO WS-PT-SOCIAL-INS(WS-PAY-IDX)
               WHEN LINE-INCOME-TAX OF WS-DTL-REC
                   ADD LINE-AMOUNT OF WS-DTL-REC
                       TO WS-PT-INCOME-TAX(WS-PAY-IDX)
               WHEN LINE-RESIDENT-TAX OF WS-DTL-REC
                   ADD LINE-AMOUNT OF WS-DTL-REC
                       TO WS-PT-RESIDENT-TAX(WS-PAY-IDX)
               WHEN LINE-YEAR-END-ADJ OF WS-DTL-REC
                   ADD LINE-AMOUNT OF WS-DTL-REC
                       TO WS-PT-YEAR-END-ADJ(WS-PAY-IDX)
               WHEN LINE-BENEFIT-IN-KIND OF WS-DTL-REC
                   CONTINUE
               WHEN OTHER
                   ADD LINE-AMOUNT OF WS-DTL-REC
                       TO WS-PT-OTHER-DEDUCT(WS-PAY-IDX)
           END-EVALUATE
           .

      * RELEASE-PERIOD-PAYROLLS: Sort input - every payroll record of
      * the period, whatever its status, built into a detail line.
       RELEASE-PERIOD-PAYROLLS.
           OPEN INPUT PAYROLL-FILE
           IF NOT PAY-FILE-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL PAY-FILE-EOF
               READ PAYROLL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PAYROLL-RECORD TO WS-PAY-REC
                       IF PAY-PERIOD OF WS-PAY-REC = WS-PERIOD
                           PERFORM BUILD-DETAIL-LINE
                           RELEASE SORT-RECORD FROM WS-PX-REC
                           ADD 1 TO WS-RELEASED-COUNT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PAYROLL-FILE
           .

      * BUILD-DETAIL-LINE: Joins WS-PAY-REC with its employee,
      * department, location and PAYDTL totals into WS-PX-REC.
       BUILD-DETAIL-LINE.
           MOVE SPACES TO WS-PX-REC
           SET PX-DETAIL TO TRUE
           MOVE WS-PERIOD TO PX-PERIOD
           MOVE COMPANY-CODE OF WS-PAY-REC TO PX-COMPANY
           IF PX-COMPANY = SPACES
               MOVE '01' TO PX-COMPANY
           END-IF
           MOVE 0 TO PX-DEPT-ID
           MOVE EMP-ID OF WS-PAY-REC TO PX-EMP-ID
           MOVE PAY-ID OF WS-PAY-REC TO PX-PAY-ID
           MOVE WS-PAY-REC TO PX-PAYROLL
           MOVE 0 TO PX-BIRTH-DATE
           MOVE 0 TO PX-HIRE-DATE

           SET PX-EMP-NOT-ON-FILE TO TRUE
           IF WS-EMP-COUNT > 0
               SEARCH ALL WS-EMP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ET-EMP-ID(WS-EMP-IDX) = EMP-ID OF WS-PAY-REC
                       PERFORM COPY-EMPLOYEE-FIELDS
               END-SEARCH
           END-IF
           IF PX-EMP-NOT-ON-FILE
               ADD 1 TO WS-NO-EMP-COUNT
           END-IF

           MOVE 0 TO PX-DTL-LINES
           MOVE 0 TO PX-DTL-EARNINGS
           MOVE 0 TO PX-DTL-SOCIAL-INS
           MOVE 0 TO PX-DTL-INCOME-TAX
           MOVE 0 TO PX-DTL-RESIDENT-TAX
           MOVE 0 TO PX-DTL-OTHER-DEDUCT
           MOVE 0 TO PX-DTL-YEAR-END-ADJ
           IF WS-PAY-COUNT > 0
               SEARCH ALL WS-PAY-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PT-PAY-ID(WS-PAY-IDX) = PAY-ID OF WS-PAY-REC
                       PERFORM COPY-DETAIL-TOTALS
               END-SEARCH
           END-IF
           .

       COPY-EMPLOYEE-FIELDS.
           SET PX-EMP-ON-FILE TO TRUE
           MOVE WS-ET-LAST-NAME(WS-EMP-IDX) TO PX-LAST-NAME
           MOVE WS-ET-FIRST-NAME(WS-EMP-IDX) TO PX-FIRST-NAME
           MOVE WS-ET-KANA-LAST(WS-EMP-IDX) TO PX-KANA-LAST
           MOVE WS-ET-KANA-FIRST(WS-EMP-IDX) TO PX-KANA-FIRST
           MOVE WS-ET-BIRTH-DATE(WS-EMP-IDX) TO PX-BIRTH-DATE
           MOVE WS-ET-HIRE-DATE(WS-EMP-IDX) TO PX-HIRE-DATE
           MOVE WS-ET-EMP-TYPE(WS-EMP-IDX) TO PX-EMP-TYPE
           MOVE WS-ET-EMP-STATUS(WS-EMP-IDX) TO PX-EMP-STATUS
           MOVE WS-ET-DEPT-ID(WS-EMP-IDX) TO PX-DEPT-ID
           MOVE WS-ET-GRADE-CODE(WS-EMP-IDX) TO PX-GRADE-CODE
           MOVE WS-ET-LOCATION(WS-EMP-IDX) TO PX-LOCATION-CODE
           MOVE WS-ET-TAX-COLUMN(WS-EMP-IDX) TO PX-TAX-COLUMN
           MOVE WS-ET-PAY-METHOD(WS-EMP-IDX) TO PX-PAY-METHOD

           SET WS-DEPT-IDX TO 1
           IF WS-DEPT-COUNT > 0
               SEARCH WS-DEPT-ENTRY VARYING WS-DEPT-IDX
                   AT END
                       CONTINUE
                   WHEN WS-DT-DEPT-ID(WS-DEPT-IDX) = PX-DEPT-ID
                       MOVE WS-DT-DEPT-NAME(WS-DEPT-IDX)
                           TO PX-DEPT-NAME
               END-SEARCH
           END-IF

           SET WS-LOC-IDX TO 1
           IF WS-LOC-COUNT > 0 AND PX-LOCATION-CODE NOT = SPACES
               SEARCH WS-LOC-ENTRY VARYING WS-LOC-IDX
                   AT END
                       CONTINUE
                   WHEN WS-LT-LOC-CODE(WS-LOC-IDX) = PX-LOCATION-CODE
                       MOVE WS-LT-LOC-NAME(WS-LOC-IDX)
                           TO PX-LOCATION-NAME
               END-SEARCH
           END-IF
           .

       COPY-DETAIL-TOTALS.
           MOVE WS-PT-LINES(WS-PAY-IDX) TO PX-DTL-LINES
           MOVE WS-PT-EARNINGS(WS-PAY-IDX) TO PX-DTL-EARNINGS
           MOVE WS-PT-SOCIAL-INS(WS-PAY-IDX) TO PX-DTL-SOCIAL-INS
           MOVE WS-PT-INCOME-TAX(WS-PAY-IDX) TO PX-DTL-INCOME-TAX
           MOVE WS-PT-RESIDENT-TAX(WS-PAY-IDX)
               TO PX-DTL-RESIDENT-TAX
           MOVE WS-PT-OTHER-DEDUCT(WS-PAY-IDX)
               TO PX-DTL-OTHER-DEDUCT
           MOVE WS-PT-YEAR-END-ADJ(WS-PAY-IDX)
               TO PX-DTL-YEAR-END-ADJ
           .

      * WRITE-EXTRACT-FILE: Sort output - the header carrying the
      * fingerprint the extract was cut from, then the detail lines
      * in key order.
       WRITE-EXTRACT-FILE.
           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open extract file '
                   WS-EXTRACT-PATH
               SET EXTRACT-NOT-WRITTEN TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PX-REC
           SET PX-HEADER TO TRUE
           MOVE WS-PERIOD TO PX-PERIOD
           MOVE WS-CREATED-AT TO PX-CREATED-AT
           MOVE WS-RELEASED-COUNT TO PX-DETAIL-COUNT
           MOVE WS-PX-PAY-COUNT TO PX-PAY-COUNT
           MOVE WS-PX-LAST-CHANGE TO PX-LAST-CHANGE
           WRITE EXTRACT-RECORD FROM WS-PX-REC

           MOVE 'N' TO WS-SORT-EOF-SW
           PERFORM UNTIL SORT-AT-END
               RETURN SORT-FILE INTO WS-PX-REC
                   AT END
                       SET SORT-AT-END TO TRUE
                   NOT AT END
                       WRITE EXTRACT-RECORD FROM WS-PX-REC
                       ADD 1 TO WS-WRITTEN-COUNT
               END-RETURN
           END-PERFORM

           CLOSE EXTRACT-FILE
           .

       END PROGRAM PAYEXTR.
