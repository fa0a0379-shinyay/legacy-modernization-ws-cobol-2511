       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLNLEAVE.
      ******************************************************************
      * PLNLEAVE - Planned Annual Leave Designation (keikakuteki fuyo)
      * Purpose: Charges the company-designated planned leave days on
      *          the PLNLV-SVC calendar against the annual leave of
      *          every employee they cover - the whole company, a
      *          department, or everyone at a location - instead of
      *          each balance being reduced by hand. A day is taken
      *          from the grant in force on that date through
      *          LEAVE-SVC, which holds the labor agreement's limits
      *          (no more than five planned days per grant, and at
      *          least five days left at the employee's discretion).
      *          Staff on leave of absence, without a grant in force,
      *          or whose balance cannot bear the day are not charged
      *          and print on the exception list for HR. Charged days
      *          are ordinary taken days, so they count toward the
      *          LEAVE5 five-day compliance.
      * Input: hr-cobol/data/planlv.dat (via PLNLV-SVC)
      *        hr-cobol/data/employees.dat
      *        hr-cobol/data/leavebal.dat (via LEAVE-SVC)
      * Output: hr-cobol/data/leavebal.dat (via LEAVE-SVC)
      *         hr-cobol/data/reports/PLNLEAVE_<generation>.rpt
      *         (via RPT-PRINT) - the days charged and the
      *         exception list
      * Parm: PLNLEAVE_DATE environment variable (YYYYMMDD, default
      *       today) - every uncharged planned day on or before it
      *       is charged
      *       RUNCTL_OVERRIDE=Y runs again for a date already run
      * Run control: registers under the run date; each planned day
      *       is marked charged as it is processed, so a re-run only
      *       picks up days added since
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE
               ASSIGN TO 'hr-cobol/data/employees.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD          PIC X(1000).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME          PIC X(10) VALUE 'PLNLEAVE'.
       01  WS-VERSION               PIC X(10) VALUE '1.0.0'.

       01  WS-EMP-FILE-STATUS       PIC XX.
           88  EMP-FILE-OK              VALUE '00'.
           88  EMP-FILE-EOF             VALUE '10'.
           88  EMP-FILE-NOT-FOUND       VALUE '35'.

       01  WS-EMP-REC.
           COPY employee REPLACING ==05== BY ==10==.

       01  WS-ENV-RUN-DATE          PIC X(10).
       01  WS-RUN-DATE              PIC 9(8) VALUE 0.

      * Current staff - leavers are outside every planned day
       78  MAX-EMPS                 VALUE 5000.
       01  WS-EMP-COUNT             PIC 9(5) VALUE 0.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-EMP-IDX.
               10  WS-ET-EMP-ID         PIC 9(9).
               10  WS-ET-COMPANY        PIC X(2).
               10  WS-ET-DEPT           PIC 9(6).
               10  WS-ET-LOCATION       PIC X(4).
               10  WS-ET-HIRE-DATE      PIC 9(8).
               10  WS-ET-STATUS         PIC X.
                   88  ET-ON-LEAVE          VALUE 'L'.

      * Employees already charged for the date being processed - a
      * company-wide day and a department day on the same date
      * charge the employee once
       01  WS-DONE-DATE             PIC 9(8) VALUE 0.
       01  WS-DONE-COUNT            PIC 9(5) VALUE 0.
       01  WS-DONE-TABLE.
           05  WS-DONE-EMP-ID OCCURS 5000 TIMES
                   INDEXED BY WS-DONE-IDX
                                    PIC 9(9).
       01  WS-DONE-SW               PIC X.
           88  EMP-ALREADY-CHARGED      VALUE 'Y'.
           88  EMP-NOT-YET-CHARGED      VALUE 'N'.

      * Working storage for PLNLV-SVC calls - the calendar, walked a
      * day at a time
           COPY plv-req.
           COPY plv-res.
       01  WS-CURSOR-DATE           PIC 9(8) VALUE 0.
       01  WS-CURSOR-SCOPE-TYPE     PIC X    VALUE SPACE.
       01  WS-CURSOR-SCOPE-CODE     PIC X(6) VALUE SPACES.
       01  WS-CAL-SW                PIC X.
           88  MORE-PLANNED-DAYS        VALUE 'Y'.
           88  NO-MORE-PLANNED-DAYS     VALUE 'N'.

      * The planned day being charged
       01  WS-PLAN-DATE             PIC 9(8).
       01  WS-PLAN-YEAR             PIC 9(4).
       01  WS-PLAN-SCOPE-TYPE       PIC X.
           88  PLAN-SCOPE-COMPANY       VALUE 'C'.
           88  PLAN-SCOPE-DEPARTMENT    VALUE 'D'.
           88  PLAN-SCOPE-LOCATION      VALUE 'L'.
       01  WS-PLAN-SCOPE-CODE       PIC X(6).
       01  WS-PLAN-DEPT-ID          PIC 9(6).
       01  WS-PLAN-DAYS             PIC 9V9.
       01  WS-PLAN-DESC             PIC X(30).
       01  WS-DAY-CHARGED           PIC 9(5).
       01  WS-DAY-EXCEPTIONS        PIC 9(5).
       01  WS-SCOPE-MATCH-SW        PIC X.
           88  EMP-IN-SCOPE             VALUE 'Y'.
           88  EMP-OUT-OF-SCOPE         VALUE 'N'.

      * Working storage for LEAVE-SVC calls
           COPY leave-req.
           COPY leave-res.
       01  WS-GRANT-SW              PIC X.
           88  GRANT-IN-FORCE           VALUE 'Y'.
           88  NO-GRANT-IN-FORCE        VALUE 'N'.
       01  WS-GRANT-YEAR            PIC 9(4).
       01  WS-EXCEPTION-REASON      PIC X(50).

       01  WS-DAYS-PROCESSED        PIC 9(5) VALUE 0.
       01  WS-TOTAL-CHARGED         PIC 9(6) VALUE 0.
       01  WS-TOTAL-EXCEPTIONS      PIC 9(6) VALUE 0.

      * Print-file plumbing
       01  WS-RPT-OP                PIC X.
       01  WS-RPT-NAME              PIC X(8)  VALUE 'PLNLEAVE'.
       01  WS-RPT-TITLE             PIC X(40)
           VALUE 'PLANNED LEAVE CHARGES AND EXCEPTIONS'.
       01  WS-RPT-OPERATOR          PIC X(16).
       01  WS-RPT-LINE              PIC X(100).
       01  WS-RPT-STATUS            PIC 9.

      * Display fields
       01  WS-COUNT-DISPLAY         PIC ZZZ,ZZ9.
       01  WS-EMP-ID-DISPLAY        PIC 9(9).
       01  WS-DAYS-DISPLAY          PIC 9.9.
       01  WS-SMALL-COUNT-DISPLAY   PIC ZZ,ZZ9.

      * Working storage for RUNCTL-SVC calls - duplicate-run guard
      * keyed on the run date
           COPY runctl-req.
           COPY runctl-res.
       01  WS-RUN-PARM              PIC X(10).
       01  WS-RUN-START-TS          PIC 9(14).
       01  WS-ENV-OVERRIDE          PIC X(10).
       01  WS-RUN-OUTCOME           PIC X     VALUE 'F'.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'PLNLEAVE - Planned Leave Designation v' WS-VERSION

           ACCEPT WS-ENV-RUN-DATE FROM ENVIRONMENT 'PLNLEAVE_DATE'
           IF WS-ENV-RUN-DATE(1:8) IS NUMERIC
               MOVE WS-ENV-RUN-DATE(1:8) TO WS-RUN-DATE
           END-IF
           IF WS-RUN-DATE = 0
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           DISPLAY 'Charging planned days through ' WS-RUN-DATE

           PERFORM REGISTER-RUN-START
           IF NOT OK OF RUNCTL-SVC-RES
                   AND STATUS-CODE-N OF RUNCTL-SVC-RES = 409
               DISPLAY 'RUN BLOCKED: ' STATUS-MSG OF RUNCTL-SVC-RES
               DISPLAY 'Set RUNCTL_OVERRIDE=Y to run anyway.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-EMPLOYEES
           IF RETURN-CODE = 8
               PERFORM REGISTER-RUN-END
               STOP RUN
           END-IF

           PERFORM OPEN-PRINT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PLANNED DAYS THROUGH ' WS-RUN-DATE
                  '  - EXCEPTIONS WERE NOT CHARGED'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE 0 TO WS-CURSOR-DATE
           MOVE SPACE TO WS-CURSOR-SCOPE-TYPE
           MOVE SPACES TO WS-CURSOR-SCOPE-CODE
           SET MORE-PLANNED-DAYS TO TRUE
           PERFORM PROCESS-NEXT-PLANNED-DAY
               UNTIL NO-MORE-PLANNED-DAYS

           IF WS-DAYS-PROCESSED = 0
               MOVE 'No uncharged planned leave days are due.'
                   TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-IF
           PERFORM CLOSE-PRINT-FILE

           MOVE 'C' TO WS-RUN-OUTCOME
           PERFORM REGISTER-RUN-END

           MOVE WS-DAYS-PROCESSED TO WS-COUNT-DISPLAY
           DISPLAY 'Planned days charged:   ' WS-COUNT-DISPLAY
           MOVE WS-TOTAL-CHARGED TO WS-COUNT-DISPLAY
           DISPLAY 'Employee charges:       ' WS-COUNT-DISPLAY
           MOVE WS-TOTAL-EXCEPTIONS TO WS-COUNT-DISPLAY
           DISPLAY 'Exceptions (uncharged): ' WS-COUNT-DISPLAY
           IF WS-TOTAL-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      * LOAD-EMPLOYEES: The current version of everyone still on the
      * payroll, with what a planned day's scope is matched on.
       LOAD-EMPLOYEES.
           OPEN INPUT EMPLOYEE-FILE
           IF NOT EMP-FILE-OK
               DISPLAY 'ERROR: Cannot open employee file'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL EMP-FILE-EOF
               READ EMPLOYEE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE EMPLOYEE-RECORD TO WS-EMP-REC
                       IF VALID-TO OF WS-EMP-REC = OPEN-ENDED-DATE
                               AND NOT TERMINATED OF WS-EMP-REC
                           PERFORM TAKE-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EMPLOYEE-FILE
           .

       TAKE-ONE-EMPLOYEE.
           IF WS-EMP-COUNT >= MAX-EMPS
               DISPLAY 'WARNING: employee table full - EMP '
                   EMP-ID OF WS-EMP-REC ' not considered'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-EMP-COUNT
           SET WS-EMP-IDX TO WS-EMP-COUNT
           MOVE EMP-ID OF WS-EMP-REC TO WS-ET-EMP-ID(WS-EMP-IDX)
           MOVE COMPANY-CODE OF WS-EMP-REC
               TO WS-ET-COMPANY(WS-EMP-IDX)
           IF WS-ET-COMPANY(WS-EMP-IDX) = SPACES
               MOVE '01' TO WS-ET-COMPANY(WS-EMP-IDX)
           END-IF
           MOVE DEPT-ID OF WS-EMP-REC TO WS-ET-DEPT(WS-EMP-IDX)
           MOVE LOCATION-CODE OF WS-EMP-REC
               TO WS-ET-LOCATION(WS-EMP-IDX)
           MOVE HIRE-DATE OF WS-EMP-REC TO WS-ET-HIRE-DATE(WS-EMP-IDX)
           MOVE EMP-STATUS OF WS-EMP-REC TO WS-ET-STATUS(WS-EMP-IDX)
           .

      * PROCESS-NEXT-PLANNED-DAY: One day off the calendar. A day
      * still uncharged and due by the run date is charged to every
      * employee its scope covers, then marked charged with the
      * counts.
       PROCESS-NEXT-PLANNED-DAY.
           INITIALIZE PLNLV-SVC-REQ
           INITIALIZE PLNLV-SVC-RES
           SET OP-LIST OF PLNLV-SVC-REQ TO TRUE
           MOVE 'PLNLEAVE' TO USER-ID OF PLNLV-SVC-REQ
           MOVE SPACES TO CORR-ID OF PLNLV-SVC-REQ
           MOVE WS-CURSOR-DATE TO Q-PLAN-DATE OF PLNLV-SVC-REQ
           MOVE WS-CURSOR-SCOPE-TYPE TO Q-SCOPE-TYPE OF PLNLV-SVC-REQ
           MOVE WS-CURSOR-SCOPE-CODE TO Q-SCOPE-CODE OF PLNLV-SVC-REQ

           CALL 'PLNLV-SVC' USING PLNLV-SVC-REQ PLNLV-SVC-RES

           IF NOT OK OF PLNLV-SVC-RES
               SET NO-MORE-PLANNED-DAYS TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE PLV-DATE OF OUT-PLNLV OF PLNLV-SVC-RES
               TO WS-CURSOR-DATE
           MOVE PLV-SCOPE-TYPE OF OUT-PLNLV OF PLNLV-SVC-RES
               TO WS-CURSOR-SCOPE-TYPE
           MOVE PLV-SCOPE-CODE OF OUT-PLNLV OF PLNLV-SVC-RES
               TO WS-CURSOR-SCOPE-CODE

      *    The calendar reads in date order - past the run date
      *    nothing further is due
           IF WS-CURSOR-DATE > WS-RUN-DATE
               SET NO-MORE-PLANNED-DAYS TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF NOT PLV-PLANNED OF OUT-PLNLV OF PLNLV-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CURSOR-DATE TO WS-PLAN-DATE
           DIVIDE WS-PLAN-DATE BY 10000 GIVING WS-PLAN-YEAR
           MOVE WS-CURSOR-SCOPE-TYPE TO WS-PLAN-SCOPE-TYPE
           MOVE WS-CURSOR-SCOPE-CODE TO WS-PLAN-SCOPE-CODE
           MOVE 0 TO WS-PLAN-DEPT-ID
           IF PLAN-SCOPE-DEPARTMENT
                   AND WS-PLAN-SCOPE-CODE IS NUMERIC
               MOVE WS-PLAN-SCOPE-CODE TO WS-PLAN-DEPT-ID
           END-IF
           MOVE PLV-DAYS OF OUT-PLNLV OF PLNLV-SVC-RES
               TO WS-PLAN-DAYS
           MOVE PLV-DESC OF OUT-PLNLV OF PLNLV-SVC-RES
               TO WS-PLAN-DESC

           IF WS-PLAN-DATE NOT = WS-DONE-DATE
               MOVE WS-PLAN-DATE TO WS-DONE-DATE
               MOVE 0 TO WS-DONE-COUNT
           END-IF

           ADD 1 TO WS-DAYS-PROCESSED
           MOVE 0 TO WS-DAY-CHARGED
           MOVE 0 TO WS-DAY-EXCEPTIONS

           MOVE WS-PLAN-DAYS TO WS-DAYS-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PLANNED DAY ' WS-PLAN-DATE
                  '  SCOPE ' WS-PLAN-SCOPE-TYPE
                  ' ' WS-PLAN-SCOPE-CODE
                  '  DAYS ' WS-DAYS-DISPLAY
                  '  ' WS-PLAN-DESC
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           PERFORM CHARGE-ONE-EMPLOYEE
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT

           ADD WS-DAY-CHARGED TO WS-TOTAL-CHARGED
           ADD WS-DAY-EXCEPTIONS TO WS-TOTAL-EXCEPTIONS

           MOVE WS-DAY-CHARGED TO WS-SMALL-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING '    CHARGED ' WS-SMALL-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           MOVE WS-DAY-EXCEPTIONS TO WS-SMALL-COUNT-DISPLAY
           MOVE WS-SMALL-COUNT-DISPLAY TO WS-RPT-LINE(25:6)
           MOVE 'EXCEPTIONS' TO WS-RPT-LINE(32:10)
           PERFORM EMIT-PRINT-LINE
           PERFORM EMIT-PRINT-LINE

           INITIALIZE PLNLV-SVC-REQ
           INITIALIZE PLNLV-SVC-RES
           SET OP-MARK-CHARGED OF PLNLV-SVC-REQ TO TRUE
           MOVE 'PLNLEAVE' TO USER-ID OF PLNLV-SVC-REQ
           MOVE SPACES TO CORR-ID OF PLNLV-SVC-REQ
           MOVE WS-PLAN-DATE TO Q-PLAN-DATE OF PLNLV-SVC-REQ
           MOVE WS-PLAN-SCOPE-TYPE TO Q-SCOPE-TYPE OF PLNLV-SVC-REQ
           MOVE WS-PLAN-SCOPE-CODE TO Q-SCOPE-CODE OF PLNLV-SVC-REQ
           MOVE WS-DAY-CHARGED TO Q-CHARGED-COUNT OF PLNLV-SVC-REQ
           MOVE WS-DAY-EXCEPTIONS TO Q-EXCEPTION-COUNT OF PLNLV-SVC-REQ

           CALL 'PLNLV-SVC' USING PLNLV-SVC-REQ PLNLV-SVC-RES

           IF NOT OK OF PLNLV-SVC-RES
               DISPLAY 'WARNING: planned day ' WS-PLAN-DATE
                   ' not marked charged - ' STATUS-MSG OF PLNLV-SVC-RES
           END-IF
           .

      * CHARGE-ONE-EMPLOYEE: One employee against the planned day -
      * in scope, on the payroll by the date, and not already charged
      * for the date through another scope; then charged or listed
      * as an exception.
       CHARGE-ONE-EMPLOYEE.
           SET EMP-OUT-OF-SCOPE TO TRUE
           EVALUATE TRUE
               WHEN PLAN-SCOPE-COMPANY
                   IF WS-ET-COMPANY(WS-EMP-IDX)
                           = WS-PLAN-SCOPE-CODE(1:2)
                       SET EMP-IN-SCOPE TO TRUE
                   END-IF
               WHEN PLAN-SCOPE-DEPARTMENT
                   IF WS-ET-DEPT(WS-EMP-IDX) = WS-PLAN-DEPT-ID
                       SET EMP-IN-SCOPE TO TRUE
                   END-IF
               WHEN PLAN-SCOPE-LOCATION
                   IF WS-ET-LOCATION(WS-EMP-IDX)
                           = WS-PLAN-SCOPE-CODE(1:4)
                       SET EMP-IN-SCOPE TO TRUE
                   END-IF
           END-EVALUATE
           IF EMP-OUT-OF-SCOPE
               EXIT PARAGRAPH
           END-IF

           IF WS-ET-HIRE-DATE(WS-EMP-IDX) > WS-PLAN-DATE
               EXIT PARAGRAPH
           END-IF

           SET EMP-NOT-YET-CHARGED TO TRUE
           IF WS-DONE-COUNT > 0
               SET WS-DONE-IDX TO 1
               SEARCH WS-DONE-EMP-ID
                   AT END
                       CONTINUE
                   WHEN WS-DONE-IDX > WS-DONE-COUNT
                       CONTINUE
                   WHEN WS-DONE-EMP-ID(WS-DONE-IDX)
                           = WS-ET-EMP-ID(WS-EMP-IDX)
                       SET EMP-ALREADY-CHARGED TO TRUE
               END-SEARCH
           END-IF
           IF EMP-ALREADY-CHARGED
               EXIT PARAGRAPH
           END-IF

           IF ET-ON-LEAVE(WS-EMP-IDX)
               MOVE 'On leave of absence' TO WS-EXCEPTION-REASON
               PERFORM PRINT-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-GRANT-IN-FORCE
           IF NO-GRANT-IN-FORCE
               MOVE 'No leave grant in force on the date'
                   TO WS-EXCEPTION-REASON
               PERFORM PRINT-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           IF REMAINING-DAYS OF LEAVE-SVC-RES < WS-PLAN-DAYS
               MOVE 'Balance too small for the day'
                   TO WS-EXCEPTION-REASON
               PERFORM PRINT-EXCEPTION
               EXIT PARAGRAPH
           END-IF

      *    LEAVE-SVC holds the planned-day limits and answers 422
      *    with the reason when the day would break one
           INITIALIZE LEAVE-SVC-REQ
           INITIALIZE LEAVE-SVC-RES
           SET OP-CONSUME OF LEAVE-SVC-REQ TO TRUE
           MOVE 'PLNLEAVE' TO USER-ID OF LEAVE-SVC-REQ
           MOVE SPACES TO CORR-ID OF LEAVE-SVC-REQ
           MOVE WS-ET-EMP-ID(WS-EMP-IDX) TO Q-EMP-ID OF LEAVE-SVC-REQ
           MOVE WS-GRANT-YEAR TO Q-GRANT-YEAR OF LEAVE-SVC-REQ
           MOVE WS-PLAN-DAYS TO Q-CONSUME-DAYS OF LEAVE-SVC-REQ
           MOVE WS-PLAN-DATE TO Q-LEAVE-DATE OF LEAVE-SVC-REQ
           SET CONSUME-PLANNED OF LEAVE-SVC-REQ TO TRUE

           CALL 'LEAVE-SVC' USING LEAVE-SVC-REQ LEAVE-SVC-RES

           IF NOT OK OF LEAVE-SVC-RES
               MOVE STATUS-MSG OF LEAVE-SVC-RES TO WS-EXCEPTION-REASON
               PERFORM PRINT-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DAY-CHARGED
           IF WS-DONE-COUNT < MAX-EMPS
               ADD 1 TO WS-DONE-COUNT
               MOVE WS-ET-EMP-ID(WS-EMP-IDX)
                   TO WS-DONE-EMP-ID(WS-DONE-COUNT)
           END-IF
           .

      * FIND-GRANT-IN-FORCE: The grant the planned day draws on -
      * this year's if it was granted by the date, otherwise last
      * year's, and only while it has not expired.
       FIND-GRANT-IN-FORCE.
           SET NO-GRANT-IN-FORCE TO TRUE
           MOVE WS-PLAN-YEAR TO WS-GRANT-YEAR
           PERFORM INQUIRE-GRANT
           IF OK OF LEAVE-SVC-RES
                   AND GRANT-DATE OF OUT-LEAVEBAL OF LEAVE-SVC-RES
                       NOT > WS-PLAN-DATE
                   AND EXPIRY-DATE OF OUT-LEAVEBAL OF LEAVE-SVC-RES
                       NOT < WS-PLAN-DATE
               SET GRANT-IN-FORCE TO TRUE
               EXIT PARAGRAPH
           END-IF

           SUBTRACT 1 FROM WS-GRANT-YEAR
           PERFORM INQUIRE-GRANT
           IF OK OF LEAVE-SVC-RES
                   AND GRANT-DATE OF OUT-LEAVEBAL OF LEAVE-SVC-RES
                       NOT > WS-PLAN-DATE
                   AND EXPIRY-DATE OF OUT-LEAVEBAL OF LEAVE-SVC-RES
                       NOT < WS-PLAN-DATE
               SET GRANT-IN-FORCE TO TRUE
           END-IF
           .

       INQUIRE-GRANT.
           INITIALIZE LEAVE-SVC-REQ
           INITIALIZE LEAVE-SVC-RES
           SET OP-INQUIRE OF LEAVE-SVC-REQ TO TRUE
           MOVE 'PLNLEAVE' TO USER-ID OF LEAVE-SVC-REQ
           MOVE SPACES TO CORR-ID OF LEAVE-SVC-REQ
           MOVE WS-ET-EMP-ID(WS-EMP-IDX) TO Q-EMP-ID OF LEAVE-SVC-REQ
           MOVE WS-GRANT-YEAR TO Q-GRANT-YEAR OF LEAVE-SVC-REQ

           CALL 'LEAVE-SVC' USING LEAVE-SVC-REQ LEAVE-SVC-RES
           .

       PRINT-EXCEPTION.
           ADD 1 TO WS-DAY-EXCEPTIONS
           MOVE WS-ET-EMP-ID(WS-EMP-IDX) TO WS-EMP-ID-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING '    ** EMP ' WS-EMP-ID-DISPLAY
                  ' DEPT ' WS-ET-DEPT(WS-EMP-IDX)
                  ' NOT CHARGED - ' WS-EXCEPTION-REASON
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

      * REGISTER-RUN-START: Registers the run with the central run
      * control, guarded against a second run for the same date; the
      * caller checks for the 409 block.
       REGISTER-RUN-START.
           MOVE SPACES TO WS-RUN-PARM
           MOVE WS-RUN-DATE TO WS-RUN-PARM
           INITIALIZE RUNCTL-SVC-REQ
           INITIALIZE RUNCTL-SVC-RES
           SET OP-START OF RUNCTL-SVC-REQ TO TRUE
           MOVE 'PLNLEAVE' TO USER-ID OF RUNCTL-SVC-REQ
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

      * REGISTER-RUN-END: Closes the registered run out with the
      * employee charges made and the exceptions left.
       REGISTER-RUN-END.
           INITIALIZE RUNCTL-SVC-REQ
           INITIALIZE RUNCTL-SVC-RES
           SET OP-END OF RUNCTL-SVC-REQ TO TRUE
           MOVE 'PLNLEAVE' TO USER-ID OF RUNCTL-SVC-REQ
           MOVE SPACES TO CORR-ID OF RUNCTL-SVC-REQ
           MOVE WS-PROGRAM-NAME(1:8) TO Q-JOB-NAME OF RUNCTL-SVC-REQ
           MOVE WS-RUN-PARM TO Q-RUN-PARM OF RUNCTL-SVC-REQ
           MOVE WS-RUN-START-TS
               TO Q-START-TIMESTAMP OF RUNCTL-SVC-REQ
           COMPUTE Q-TOTAL-COUNT OF RUNCTL-SVC-REQ =
               WS-TOTAL-CHARGED + WS-TOTAL-EXCEPTIONS
           MOVE WS-TOTAL-CHARGED TO Q-SUCCESS-COUNT OF RUNCTL-SVC-REQ
           MOVE WS-TOTAL-EXCEPTIONS
               TO Q-FAILED-COUNT OF RUNCTL-SVC-REQ
           MOVE WS-RUN-OUTCOME TO Q-OUTCOME OF RUNCTL-SVC-REQ
           CALL 'RUNCTL-SVC' USING RUNCTL-SVC-REQ RUNCTL-SVC-RES
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

       END PROGRAM PLNLEAVE.
