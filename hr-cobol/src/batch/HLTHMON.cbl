       IDENTIFICATION DIVISION.
       PROGRAM-ID. HLTHMON.
      ******************************************************************
      * HLTHMON - Monthly Health Check and Long-Hours Flagging
      * Purpose: Reads the month's timecards and, through HLTH-SVC,
      *          marks on each employee's health check year
      *          - regular night workers, who owe a second check in
      *            the year: anyone with night hours on at least
      *            four days of the month
      *          - every month past the 80-hour overtime plus holiday
      *            line, for which the physician interview must be
      *            offered (a rerun on corrected timecards clears a
      *            month that has come back under it)
      *          and lists who was flagged for the health officer,
      *          newly flagged first.
      * Input: hr-cobol/data/timecards.dat
      *        hr-cobol/data/employees.dat
      * Output: HLTH-SVC updates
      *         hr-cobol/data/reports/HLTHMON.rpt (via RPT-PRINT)
      * Parm: HLTHMON_MONTH environment variable (YYYYMM, default
      *       the current month)
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMECARD-FILE
               ASSIGN TO 'hr-cobol/data/timecards.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TC-FILE-STATUS.

           SELECT EMPLOYEE-FILE
               ASSIGN TO 'hr-cobol/data/employees.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TIMECARD-FILE.
       01  TIMECARD-RECORD         PIC X(200).

       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD         PIC X(1000).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'HLTHMON'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

       01  WS-TC-FILE-STATUS       PIC XX.
           88  TC-FILE-OK              VALUE '00'.
           88  TC-FILE-EOF             VALUE '10'.
           88  TC-FILE-NOT-FOUND       VALUE '35'.
       01  WS-EMP-FILE-STATUS      PIC XX.
           88  EMP-FILE-OK             VALUE '00'.
           88  EMP-FILE-EOF            VALUE '10'.
           88  EMP-FILE-NOT-FOUND      VALUE '35'.

       01  WS-TC-REC.
           COPY timecard REPLACING ==05== BY ==10==.
       01  WS-EMP-REC.
           COPY employee REPLACING ==05== BY ==10==.

      * Working storage for HLTH-SVC calls
           COPY hlth-req.
           COPY hlth-res.

      * Print-file plumbing
       01  WS-RPT-OP               PIC X.
       01  WS-RPT-NAME             PIC X(8)  VALUE 'HLTHMON'.
       01  WS-RPT-TITLE            PIC X(40)
           VALUE 'HEALTH CHECK AND LONG-HOURS FLAGGING'.
       01  WS-RPT-OPERATOR         PIC X(16).
       01  WS-RPT-LINE             PIC X(100).
       01  WS-RPT-STATUS           PIC 9.

      * Night work on this many days of a month makes a regular
      * night worker; overtime plus holiday hours past the line
      * call for the physician interview
       78  NIGHT-DAYS-THRESHOLD    VALUE 4.
       78  LONG-HOURS-LINE         VALUE 80.

       01  WS-ENV-MONTH            PIC X(10).
       01  WS-MONTH                PIC 9(6) VALUE 0.
       01  WS-TODAY                PIC 9(8).
       01  WS-CARD-MONTH           PIC 9(6).

      * Per-employee monthly accumulators
       78  MAX-HM-EMPS             VALUE 5000.
       01  WS-HM-COUNT             PIC 9(5) VALUE 0.
       01  WS-HM-TABLE.
           05  WS-HM-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-HM-IDX.
               10  WS-HM-EMP-ID    PIC 9(9).
               10  WS-HM-LONG-HRS  PIC 9(5)V99.
               10  WS-HM-NIGHT-HRS PIC 9(5)V99.
               10  WS-HM-NIGHT-DAYS PIC 9(3).
      *        The last night day counted - a night split across
      *        project lines is one night day
               10  WS-HM-NIGHT-DATE PIC 9(8).
               10  WS-HM-NIGHT-SW  PIC X.
                   88  WS-HM-NIGHT-NEW     VALUE 'Y'.
               10  WS-HM-LONG-SW   PIC X.
                   88  WS-HM-LONG-NEW      VALUE 'Y'.
       01  WS-LOOKUP-EMP           PIC 9(9).
       01  WS-FOUND-SW             PIC X.
           88  HM-EMP-FOUND            VALUE 'Y'.
           88  HM-EMP-NOT-FOUND        VALUE 'N'.

      * Employee lookup (department)
       78  MAX-EMPS                VALUE 5000.
       01  WS-EMP-COUNT            PIC 9(5) VALUE 0.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-EMP-IDX.
               10  WS-ET-EMP-ID    PIC 9(9).
               10  WS-ET-DEPT      PIC 9(6).

       01  WS-THIS-DEPT            PIC 9(6).
       01  WS-NIGHT-COUNT          PIC 9(5) VALUE 0.
       01  WS-NIGHT-NEW-COUNT      PIC 9(5) VALUE 0.
       01  WS-LONG-COUNT           PIC 9(5) VALUE 0.
       01  WS-LONG-NEW-COUNT       PIC 9(5) VALUE 0.
       01  WS-ERROR-COUNT          PIC 9(5) VALUE 0.
       01  WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.
       01  WS-HRS-DISPLAY          PIC ZZ,ZZ9.99.
       01  WS-DAYS-DISPLAY         PIC ZZ9.
       01  WS-EMP-ID-DISPLAY       PIC 9(9).
       01  WS-DEPT-DISPLAY         PIC Z(5)9.
       01  WS-NEW-TAG              PIC X(5).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'HLTHMON - Health Check Flagging v' WS-VERSION

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-ENV-MONTH FROM ENVIRONMENT 'HLTHMON_MONTH'
           IF WS-ENV-MONTH(1:6) IS NUMERIC
               MOVE WS-ENV-MONTH(1:6) TO WS-MONTH
           END-IF
           IF WS-MONTH = 0
               DIVIDE WS-TODAY BY 100 GIVING WS-MONTH
           END-IF

           DISPLAY 'Flagging ' WS-MONTH

           PERFORM LOAD-EMPLOYEES
           PERFORM ACCUMULATE-MONTH

      *    Flag through the service first, so the listing can show
      *    which flags are new this run
           PERFORM FLAG-ONE-EMPLOYEE
               VARYING WS-HM-IDX FROM 1 BY 1
               UNTIL WS-HM-IDX > WS-HM-COUNT

           PERFORM OPEN-PRINT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'MONTH ' WS-MONTH
                  '  NIGHT WORKER ' NIGHT-DAYS-THRESHOLD
                  '+ NIGHT DAYS  LONG HOURS OVER '
                  LONG-HOURS-LINE 'H OT+HOLIDAY'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE 'REGULAR NIGHT WORKERS - SECOND CHECK OWED'
               TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           PERFORM PRINT-NIGHT-WORKER
               VARYING WS-HM-IDX FROM 1 BY 1
               UNTIL WS-HM-IDX > WS-HM-COUNT

           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE 'PAST THE LONG-HOURS LINE - PHYSICIAN INTERVIEW'
               TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           PERFORM PRINT-LONG-HOURS
               VARYING WS-HM-IDX FROM 1 BY 1
               UNTIL WS-HM-IDX > WS-HM-COUNT

           PERFORM CLOSE-PRINT-FILE

           MOVE WS-NIGHT-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Night workers:      ' WS-COUNT-DISPLAY
           MOVE WS-NIGHT-NEW-COUNT TO WS-COUNT-DISPLAY
           DISPLAY '  newly flagged:    ' WS-COUNT-DISPLAY
           MOVE WS-LONG-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Past 80 hours:      ' WS-COUNT-DISPLAY
           MOVE WS-LONG-NEW-COUNT TO WS-COUNT-DISPLAY
           DISPLAY '  newly flagged:    ' WS-COUNT-DISPLAY
           MOVE WS-ERROR-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Flag errors:        ' WS-COUNT-DISPLAY

           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NIGHT-NEW-COUNT > 0 OR WS-LONG-NEW-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN
           .

       LOAD-EMPLOYEES.
           MOVE 0 TO WS-EMP-COUNT

           OPEN INPUT EMPLOYEE-FILE
           IF NOT EMP-FILE-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL EMP-FILE-EOF OR WS-EMP-COUNT >= MAX-EMPS
               READ EMPLOYEE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE EMPLOYEE-RECORD TO WS-EMP-REC
                       IF VALID-TO OF WS-EMP-REC = OPEN-ENDED-DATE
                           ADD 1 TO WS-EMP-COUNT
                           MOVE EMP-ID OF WS-EMP-REC
                               TO WS-ET-EMP-ID(WS-EMP-COUNT)
                           MOVE DEPT-ID OF WS-EMP-REC
                               TO WS-ET-DEPT(WS-EMP-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EMPLOYEE-FILE
           .

       ACCUMULATE-MONTH.
           OPEN INPUT TIMECARD-FILE
           IF TC-FILE-NOT-FOUND
               DISPLAY 'No timecards on file.'
               EXIT PARAGRAPH
           END-IF
           IF NOT TC-FILE-OK
               DISPLAY 'ERROR: Cannot open timecard file.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL TC-FILE-EOF
               READ TIMECARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TIMECARD-RECORD TO WS-TC-REC
                       DIVIDE WORK-DATE OF WS-TC-REC BY 100
                           GIVING WS-CARD-MONTH
                       IF WS-CARD-MONTH = WS-MONTH
                           PERFORM FOLD-ONE-CARD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TIMECARD-FILE
           .

       FOLD-ONE-CARD.
           MOVE EMP-ID OF WS-TC-REC TO WS-LOOKUP-EMP
           PERFORM FIND-OR-ADD-HM-EMP
           IF HM-EMP-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           ADD OVERTIME-HOURS OF WS-TC-REC
               TO WS-HM-LONG-HRS(WS-HM-IDX)
           ADD HOLIDAY-HOURS OF WS-TC-REC
               TO WS-HM-LONG-HRS(WS-HM-IDX)
           IF NIGHT-HOURS OF WS-TC-REC > 0
               ADD NIGHT-HOURS OF WS-TC-REC
                   TO WS-HM-NIGHT-HRS(WS-HM-IDX)
               IF WORK-DATE OF WS-TC-REC
                       NOT = WS-HM-NIGHT-DATE(WS-HM-IDX)
                   ADD 1 TO WS-HM-NIGHT-DAYS(WS-HM-IDX)
                   MOVE WORK-DATE OF WS-TC-REC
                       TO WS-HM-NIGHT-DATE(WS-HM-IDX)
               END-IF
           END-IF
           .

       FIND-OR-ADD-HM-EMP.
           SET HM-EMP-NOT-FOUND TO TRUE
           SET WS-HM-IDX TO 1
           SEARCH WS-HM-ENTRY
               AT END
                   IF WS-HM-COUNT < MAX-HM-EMPS
                       ADD 1 TO WS-HM-COUNT
                       SET WS-HM-IDX TO WS-HM-COUNT
                       INITIALIZE WS-HM-ENTRY(WS-HM-IDX)
                       MOVE WS-LOOKUP-EMP
                           TO WS-HM-EMP-ID(WS-HM-IDX)
                       SET HM-EMP-FOUND TO TRUE
                   END-IF
               WHEN WS-HM-EMP-ID(WS-HM-IDX) = WS-LOOKUP-EMP
                   SET HM-EMP-FOUND TO TRUE
           END-SEARCH
           .

      * FLAG-ONE-EMPLOYEE: Night-worker flag when the month had
      * enough night days; the month's long hours always go to the
      * service, which flags past the line and clears a month a
      * corrected rerun brings back under it.
       FLAG-ONE-EMPLOYEE.
           IF WS-HM-NIGHT-DAYS(WS-HM-IDX) >= NIGHT-DAYS-THRESHOLD
               ADD 1 TO WS-NIGHT-COUNT
               INITIALIZE HLTH-SVC-REQ
               INITIALIZE HLTH-SVC-RES
               SET OP-FLAG-NIGHT OF HLTH-SVC-REQ TO TRUE
               MOVE 'HLTHMON' TO USER-ID OF HLTH-SVC-REQ
               MOVE SPACES TO CORR-ID OF HLTH-SVC-REQ
               MOVE WS-HM-EMP-ID(WS-HM-IDX)
                   TO Q-EMP-ID OF HLTH-SVC-REQ
               MOVE WS-MONTH TO Q-PERIOD OF HLTH-SVC-REQ
               CALL 'HLTH-SVC' USING HLTH-SVC-REQ HLTH-SVC-RES
               IF NOT OK OF HLTH-SVC-RES
                   PERFORM REPORT-FLAG-ERROR
               ELSE
                   IF FLAG-IS-NEW OF HLTH-SVC-RES
                       ADD 1 TO WS-NIGHT-NEW-COUNT
                       MOVE 'Y' TO WS-HM-NIGHT-SW(WS-HM-IDX)
                   END-IF
               END-IF
           END-IF

           IF WS-HM-LONG-HRS(WS-HM-IDX) > LONG-HOURS-LINE
               ADD 1 TO WS-LONG-COUNT
           END-IF
           INITIALIZE HLTH-SVC-REQ
           INITIALIZE HLTH-SVC-RES
           SET OP-FLAG-LONG-HOURS OF HLTH-SVC-REQ TO TRUE
           MOVE 'HLTHMON' TO USER-ID OF HLTH-SVC-REQ
           MOVE SPACES TO CORR-ID OF HLTH-SVC-REQ
           MOVE WS-HM-EMP-ID(WS-HM-IDX) TO Q-EMP-ID OF HLTH-SVC-REQ
           MOVE WS-MONTH TO Q-PERIOD OF HLTH-SVC-REQ
           IF WS-HM-LONG-HRS(WS-HM-IDX) > 999.99
               MOVE 999.99 TO Q-HOURS OF HLTH-SVC-REQ
           ELSE
               MOVE WS-HM-LONG-HRS(WS-HM-IDX)
                   TO Q-HOURS OF HLTH-SVC-REQ
           END-IF
           CALL 'HLTH-SVC' USING HLTH-SVC-REQ HLTH-SVC-RES
           IF NOT OK OF HLTH-SVC-RES
               PERFORM REPORT-FLAG-ERROR
           ELSE
               IF FLAG-IS-NEW OF HLTH-SVC-RES
                   ADD 1 TO WS-LONG-NEW-COUNT
                   MOVE 'Y' TO WS-HM-LONG-SW(WS-HM-IDX)
               END-IF
           END-IF
           .

       REPORT-FLAG-ERROR.
           ADD 1 TO WS-ERROR-COUNT
           DISPLAY '  ERROR EMP-ID=' WS-HM-EMP-ID(WS-HM-IDX)
               ' - ' STATUS-MSG OF HLTH-SVC-RES(1:60)
           .

       PRINT-NIGHT-WORKER.
           IF WS-HM-NIGHT-DAYS(WS-HM-IDX) < NIGHT-DAYS-THRESHOLD
               EXIT PARAGRAPH
           END-IF
           PERFORM RESOLVE-EMP-DEPT
           MOVE WS-HM-EMP-ID(WS-HM-IDX) TO WS-EMP-ID-DISPLAY
           MOVE WS-HM-NIGHT-DAYS(WS-HM-IDX) TO WS-DAYS-DISPLAY
           MOVE WS-HM-NIGHT-HRS(WS-HM-IDX) TO WS-HRS-DISPLAY
           IF WS-HM-NIGHT-NEW(WS-HM-IDX)
               MOVE '*NEW*' TO WS-NEW-TAG
           ELSE
               MOVE SPACES TO WS-NEW-TAG
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-NEW-TAG ' EMP ' WS-EMP-ID-DISPLAY
                  ' DEPT ' WS-DEPT-DISPLAY
                  ' NIGHT DAYS ' WS-DAYS-DISPLAY
                  ' NIGHT HOURS ' WS-HRS-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

       PRINT-LONG-HOURS.
           IF WS-HM-LONG-HRS(WS-HM-IDX) NOT > LONG-HOURS-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM RESOLVE-EMP-DEPT
           MOVE WS-HM-EMP-ID(WS-HM-IDX) TO WS-EMP-ID-DISPLAY
           MOVE WS-HM-LONG-HRS(WS-HM-IDX) TO WS-HRS-DISPLAY
           IF WS-HM-LONG-NEW(WS-HM-IDX)
               MOVE '*NEW*' TO WS-NEW-TAG
           ELSE
               MOVE SPACES TO WS-NEW-TAG
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-NEW-TAG ' EMP ' WS-EMP-ID-DISPLAY
                  ' DEPT ' WS-DEPT-DISPLAY
                  ' OT+HOLIDAY HOURS ' WS-HRS-DISPLAY
                  '  OFFER INTERVIEW'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

       RESOLVE-EMP-DEPT.
           MOVE 0 TO WS-THIS-DEPT
           SET WS-EMP-IDX TO 1
           IF WS-EMP-COUNT > 0
               SEARCH WS-EMP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ET-EMP-ID(WS-EMP-IDX)
                           = WS-HM-EMP-ID(WS-HM-IDX)
                       MOVE WS-ET-DEPT(WS-EMP-IDX) TO WS-THIS-DEPT
               END-SEARCH
           END-IF
           MOVE WS-THIS-DEPT TO WS-DEPT-DISPLAY
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

       END PROGRAM HLTHMON.
