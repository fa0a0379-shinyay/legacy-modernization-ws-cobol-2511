       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBHLAPS.
      ******************************************************************
      * SUBHLAPS - Untaken Substitute / Compensatory Days Report
      * Purpose: Lists, by department, every rest day worked whose
      *          day off in exchange has not been taken and whose
      *          take-by date falls within the horizon - so managers
      *          can schedule the day off before it lapses. Rows past
      *          their take-by date are flagged LAPSED, the rest DUE
      *          SOON; cancelled exchanges and terminated employees
      *          are left out. Department and name come from the
      *          employee's latest version, the department name from
      *          its currently-effective row.
      * Input: hr-cobol/data/employees.dat
      *        hr-cobol/data/departments.dat
      *        rest-day exchanges via SUBHOL-SVC
      * Output: hr-cobol/data/reports/SUBHLAPS.rpt (via RPT-PRINT)
      * Parm: SUBHLAPS_ASOF environment variable (YYYYMMDD, default
      *       today)
      *       SUBHLAPS_DAYS environment variable (horizon in days,
      *       default 30)
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE
               ASSIGN TO 'hr-cobol/data/employees.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT DEPARTMENT-FILE
               ASSIGN TO 'hr-cobol/data/departments.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD         PIC X(1000).

       FD  DEPARTMENT-FILE.
       01  DEPARTMENT-RECORD       PIC X(1000).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'SUBHLAPS'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

       01  WS-EMP-FILE-STATUS      PIC XX.
           88  EMP-FILE-OK             VALUE '00'.
           88  EMP-FILE-EOF            VALUE '10'.
           88  EMP-FILE-NOT-FOUND      VALUE '35'.

       01  WS-DEPT-FILE-STATUS     PIC XX.
           88  DEPT-FILE-OK            VALUE '00'.
           88  DEPT-FILE-EOF           VALUE '10'.
           88  DEPT-FILE-NOT-FOUND     VALUE '35'.

       01  WS-EMP-REC.
           COPY employee REPLACING ==05== BY ==10==.

       01  WS-LOAD-DEPT-REC.
           COPY department REPLACING ==05== BY ==10==.

      * Working storage for SUBHOL-SVC calls
           COPY subh-req.
           COPY subh-res.
       01  WS-SCAN-CURSOR          PIC X(17).
       01  WS-SCAN-SW              PIC X.
           88  MORE-TO-SCAN            VALUE 'Y'.
           88  NO-MORE-TO-SCAN         VALUE 'N'.

      * Working storage for DATE-UTIL calls
       01  WS-DATE-OPERATION       PIC X(2).
       01  WS-DATE-UTIL-D1         PIC 9(8).
       01  WS-DATE-UTIL-D2         PIC 9(8).
       01  WS-DATE-UTIL-RESULT     PIC S9(9).
       01  WS-DATE-UTIL-STATUS     PIC 9.

      * Print-file plumbing
       01  WS-RPT-OP               PIC X.
       01  WS-RPT-NAME             PIC X(8)  VALUE 'SUBHLAPS'.
       01  WS-RPT-TITLE            PIC X(40)
           VALUE 'UNTAKEN SUBSTITUTE / COMPENSATORY DAYS'.
       01  WS-RPT-OPERATOR         PIC X(16).
       01  WS-RPT-LINE             PIC X(100).
       01  WS-RPT-STATUS           PIC 9.

       78  DEFAULT-HORIZON-DAYS    VALUE 30.

       01  WS-ENV-ASOF             PIC X(10).
       01  WS-ENV-DAYS             PIC X(10).
       01  WS-ASOF-DATE            PIC 9(8) VALUE 0.
       01  WS-HORIZON-DAYS         PIC 9(3) VALUE 0.
       01  WS-CUTOFF-DATE          PIC 9(8).

      * The latest version of every employee (the file arrives in
      * EMP-ID + VALID-FROM order)
       78  MAX-LAPSE-EMPS          VALUE 5000.
       01  WS-EMP-COUNT            PIC 9(5) VALUE 0.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-EMP-IDX.
               10  WS-ET-EMP-ID    PIC 9(9).
               10  WS-ET-DEPT-ID   PIC 9(6).
               10  WS-ET-LAST-NAME PIC X(30).
               10  WS-ET-FIRST-NAME PIC X(30).
               10  WS-ET-STATUS    PIC X.
                   88  WS-ET-TERMINATED    VALUE 'T'.
       01  WS-EMP-FOUND-SW         PIC X.
           88  EMP-ON-FILE             VALUE 'Y'.
           88  EMP-NOT-ON-FILE         VALUE 'N'.

      * Currently-effective departments
       78  MAX-LAPSE-DEPTS         VALUE 500.
       01  WS-DEPT-COUNT           PIC 9(5) VALUE 0.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-DEPT-IDX.
               10  WS-DT-DEPT-ID   PIC 9(6).
               10  WS-DT-DEPT-NAME PIC X(50).
       01  WS-DEPT-NAME            PIC X(30).

      * Untaken days due within the horizon
       78  MAX-LAPSE-ROWS          VALUE 2000.
       01  WS-ROW-COUNT            PIC 9(5) VALUE 0.
       01  WS-ROW-TABLE.
           05  WS-ROW-ENTRY OCCURS 2000 TIMES.
               10  WS-RT-EMP-SUB   PIC 9(5).
               10  WS-RT-WORK-DATE PIC 9(8).
               10  WS-RT-TYPE      PIC X.
               10  WS-RT-HOURS     PIC 9(2)V99.
               10  WS-RT-TAKE-BY   PIC 9(8).
       01  WS-ROW-IDX              PIC 9(5).

      * Print order - department, then take-by date, then EMP-ID
       01  WS-ORDER-LIST           PIC 9(5) OCCURS 2000 TIMES.
       01  WS-ORDER-IDX            PIC 9(5).
       01  WS-SORT-I               PIC 9(5).
       01  WS-SORT-J               PIC 9(5).
       01  WS-SORT-MIN-IDX         PIC 9(5).
       01  WS-SORT-TEMP            PIC 9(5).
       01  WS-SORT-EMP             PIC 9(5).
       01  WS-SORT-KEY-J           PIC X(23).
       01  WS-SORT-KEY-MIN         PIC X(23).

      * Department break
       01  WS-FIRST-GROUP-SW       PIC X.
           88  FIRST-GROUP             VALUE 'Y'.
       01  WS-LAST-DEPT-ID         PIC 9(6).
       01  WS-DEPT-ROWS            PIC 9(5) VALUE 0.
       01  WS-DEPT-LAPSED          PIC 9(5) VALUE 0.
       01  WS-DEPT-HOURS           PIC 9(5)V99 VALUE 0.

       01  WS-LAPSED-COUNT         PIC 9(5) VALUE 0.
       01  WS-DUE-COUNT            PIC 9(5) VALUE 0.
       01  WS-TOTAL-HOURS          PIC 9(7)V99 VALUE 0.
       01  WS-FLAG                 PIC X(8).
       01  WS-TYPE-DISPLAY         PIC X(5).
       01  WS-DAYS-LEFT            PIC S9(5).

       01  WS-EMP-ID-DISPLAY       PIC 9(9).
       01  WS-DEPT-ID-DISPLAY      PIC 9(6).
       01  WS-NAME-DISPLAY         PIC X(24).
       01  WS-HOURS-DISPLAY        PIC Z9.99.
       01  WS-TOTAL-HOURS-DISPLAY  PIC ZZ,ZZ9.99.
       01  WS-DAYS-DISPLAY         PIC -(4)9.
       01  WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.
       01  WS-LAPSED-DISPLAY       PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'SUBHLAPS - Untaken Substitute Days Report v'
               WS-VERSION

           ACCEPT WS-ENV-ASOF FROM ENVIRONMENT 'SUBHLAPS_ASOF'
           IF WS-ENV-ASOF(1:8) IS NUMERIC
               MOVE WS-ENV-ASOF(1:8) TO WS-ASOF-DATE
           END-IF
           IF WS-ASOF-DATE < MIN-VALID-DATE
               ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD
           END-IF

           ACCEPT WS-ENV-DAYS FROM ENVIRONMENT 'SUBHLAPS_DAYS'
           IF WS-ENV-DAYS(1:3) IS NUMERIC
               MOVE WS-ENV-DAYS(1:3) TO WS-HORIZON-DAYS
           ELSE
               IF WS-ENV-DAYS(1:2) IS NUMERIC
                   MOVE WS-ENV-DAYS(1:2) TO WS-HORIZON-DAYS
               ELSE
                   IF WS-ENV-DAYS(1:1) IS NUMERIC
                       MOVE WS-ENV-DAYS(1:1) TO WS-HORIZON-DAYS
                   END-IF
               END-IF
           END-IF
           IF WS-HORIZON-DAYS = 0
               MOVE DEFAULT-HORIZON-DAYS TO WS-HORIZON-DAYS
           END-IF

      *    Take-by dates up to the cutoff are listed
           MOVE 'A ' TO WS-DATE-OPERATION
           MOVE WS-ASOF-DATE TO WS-DATE-UTIL-D1
           MOVE WS-HORIZON-DAYS TO WS-DATE-UTIL-D2
           CALL 'DATE-UTIL' USING WS-DATE-OPERATION
                                  WS-DATE-UTIL-D1 WS-DATE-UTIL-D2
                                  WS-DATE-UTIL-RESULT
                                  WS-DATE-UTIL-STATUS
           IF WS-DATE-UTIL-STATUS = 0
               MOVE WS-DATE-UTIL-RESULT TO WS-CUTOFF-DATE
           ELSE
               MOVE WS-ASOF-DATE TO WS-CUTOFF-DATE
           END-IF

           DISPLAY 'Untaken days due by ' WS-CUTOFF-DATE
               ' (as of ' WS-ASOF-DATE ')'

           PERFORM LOAD-EMPLOYEES
           PERFORM LOAD-DEPARTMENTS
           PERFORM COLLECT-UNTAKEN-DAYS
           PERFORM BUILD-PRINT-ORDER

           PERFORM OPEN-PRINT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'AS OF ' WS-ASOF-DATE
                  '  TAKE-BY DATES THROUGH ' WS-CUTOFF-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           SET FIRST-GROUP TO TRUE
           MOVE 0 TO WS-LAST-DEPT-ID
           PERFORM PRINT-ONE-ROW
               VARYING WS-ORDER-IDX FROM 1 BY 1
               UNTIL WS-ORDER-IDX > WS-ROW-COUNT
           IF NOT FIRST-GROUP
               PERFORM PRINT-DEPARTMENT-FOOTING
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-LAPSED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'LAPSED UNTAKEN      ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-DUE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DUE SOON            ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-TOTAL-HOURS TO WS-TOTAL-HOURS-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'REST-DAY HOURS      ' WS-TOTAL-HOURS-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           PERFORM CLOSE-PRINT-FILE

           MOVE WS-LAPSED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Lapsed untaken:     ' WS-COUNT-DISPLAY
           MOVE WS-DUE-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Due soon:           ' WS-COUNT-DISPLAY
           IF WS-ROW-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      * LOAD-EMPLOYEES: The latest version of every employee - the
      * last row read for an EMP-ID replaces the one before it.
       LOAD-EMPLOYEES.
           MOVE 0 TO WS-EMP-COUNT

           OPEN INPUT EMPLOYEE-FILE
           IF NOT EMP-FILE-OK
               DISPLAY 'ERROR: Cannot open employee file.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL EMP-FILE-EOF
               READ EMPLOYEE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE EMPLOYEE-RECORD TO WS-EMP-REC
                       PERFORM TAKE-EMPLOYEE-VERSION
               END-READ
           END-PERFORM

           CLOSE EMPLOYEE-FILE
           .

       TAKE-EMPLOYEE-VERSION.
           IF WS-EMP-COUNT > 0
               IF EMP-ID OF WS-EMP-REC = WS-ET-EMP-ID(WS-EMP-COUNT)
                   SET WS-EMP-IDX TO WS-EMP-COUNT
                   PERFORM STORE-EMPLOYEE-VERSION
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-EMP-COUNT >= MAX-LAPSE-EMPS
               DISPLAY 'WARNING: employee table full - EMP '
                   EMP-ID OF WS-EMP-REC ' not loaded'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EMP-COUNT
           SET WS-EMP-IDX TO WS-EMP-COUNT
           PERFORM STORE-EMPLOYEE-VERSION
           .

       STORE-EMPLOYEE-VERSION.
           MOVE EMP-ID OF WS-EMP-REC TO WS-ET-EMP-ID(WS-EMP-IDX)
           MOVE DEPT-ID OF WS-EMP-REC TO WS-ET-DEPT-ID(WS-EMP-IDX)
           MOVE LAST-NAME OF WS-EMP-REC TO WS-ET-LAST-NAME(WS-EMP-IDX)
           MOVE FIRST-NAME OF WS-EMP-REC
               TO WS-ET-FIRST-NAME(WS-EMP-IDX)
           MOVE EMP-STATUS OF WS-EMP-REC TO WS-ET-STATUS(WS-EMP-IDX)
           .

      * LOAD-DEPARTMENTS: The currently-effective row of each
      * department, for the names on the department headings.
       LOAD-DEPARTMENTS.
           MOVE 0 TO WS-DEPT-COUNT

           OPEN INPUT DEPARTMENT-FILE
           IF NOT DEPT-FILE-OK
               DISPLAY 'No department file - names not shown.'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL DEPT-FILE-EOF
                   OR WS-DEPT-COUNT >= MAX-LAPSE-DEPTS
               READ DEPARTMENT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DEPARTMENT-RECORD TO WS-LOAD-DEPT-REC
                       IF VALID-TO OF WS-LOAD-DEPT-REC
                               = OPEN-ENDED-DATE
                           ADD 1 TO WS-DEPT-COUNT
                           MOVE DEPT-ID OF WS-LOAD-DEPT-REC
                               TO WS-DT-DEPT-ID(WS-DEPT-COUNT)
                           MOVE DEPT-NAME OF WS-LOAD-DEPT-REC
                               TO WS-DT-DEPT-NAME(WS-DEPT-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DEPARTMENT-FILE
           .

      * COLLECT-UNTAKEN-DAYS: Walks every exchange on file through
      * SUBHOL-SVC's scan, keeping the open ones with no day off
      * taken and a take-by date inside the horizon.
       COLLECT-UNTAKEN-DAYS.
           MOVE 0 TO WS-ROW-COUNT
           MOVE SPACES TO WS-SCAN-CURSOR
           SET MORE-TO-SCAN TO TRUE
           PERFORM SCAN-NEXT-EXCHANGE UNTIL NO-MORE-TO-SCAN
           .

       SCAN-NEXT-EXCHANGE.
           INITIALIZE SUBHOL-SVC-REQ
           INITIALIZE SUBHOL-SVC-RES
           SET OP-SCAN OF SUBHOL-SVC-REQ TO TRUE
           MOVE WS-PROGRAM-NAME TO USER-ID OF SUBHOL-SVC-REQ
           MOVE SPACES TO CORR-ID OF SUBHOL-SVC-REQ
           MOVE WS-SCAN-CURSOR TO Q-SCAN-CURSOR OF SUBHOL-SVC-REQ

           CALL 'SUBHOL-SVC' USING SUBHOL-SVC-REQ SUBHOL-SVC-RES

           IF NOT OK OF SUBHOL-SVC-RES
               SET NO-MORE-TO-SCAN TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE NEXT-SCAN-CURSOR OF SUBHOL-SVC-RES TO WS-SCAN-CURSOR

           IF SUBHOL-OPEN OF OUT-SUBHOL OF SUBHOL-SVC-RES
                   AND DAY-OFF-DATE OF OUT-SUBHOL OF SUBHOL-SVC-RES
                       = 0
                   AND TAKE-BY-DATE OF OUT-SUBHOL OF SUBHOL-SVC-RES
                       <= WS-CUTOFF-DATE
               PERFORM KEEP-UNTAKEN-DAY
           END-IF
           .

       KEEP-UNTAKEN-DAY.
           SET EMP-NOT-ON-FILE TO TRUE
           SET WS-EMP-IDX TO 1
           SEARCH WS-EMP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-EMP-IDX > WS-EMP-COUNT
                   CONTINUE
               WHEN WS-ET-EMP-ID(WS-EMP-IDX)
                       = EMP-ID OF OUT-SUBHOL OF SUBHOL-SVC-RES
                   SET EMP-ON-FILE TO TRUE
           END-SEARCH

           IF EMP-NOT-ON-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-ET-TERMINATED(WS-EMP-IDX)
               EXIT PARAGRAPH
           END-IF

           IF WS-ROW-COUNT >= MAX-LAPSE-ROWS
               DISPLAY 'WARNING: report table full - EMP '
                   EMP-ID OF OUT-SUBHOL OF SUBHOL-SVC-RES
                   ' not listed'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ROW-COUNT
           SET WS-RT-EMP-SUB(WS-ROW-COUNT) TO WS-EMP-IDX
           MOVE WORK-DATE OF OUT-SUBHOL OF SUBHOL-SVC-RES
               TO WS-RT-WORK-DATE(WS-ROW-COUNT)
           MOVE SUBHOL-TYPE OF OUT-SUBHOL OF SUBHOL-SVC-RES
               TO WS-RT-TYPE(WS-ROW-COUNT)
           MOVE WORKED-HOURS OF OUT-SUBHOL OF SUBHOL-SVC-RES
               TO WS-RT-HOURS(WS-ROW-COUNT)
           MOVE TAKE-BY-DATE OF OUT-SUBHOL OF SUBHOL-SVC-RES
               TO WS-RT-TAKE-BY(WS-ROW-COUNT)
           .

      * BUILD-PRINT-ORDER: Department, then the nearest take-by
      * date first, then EMP-ID.
       BUILD-PRINT-ORDER.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > WS-ROW-COUNT
               MOVE WS-SORT-I TO WS-ORDER-LIST(WS-SORT-I)
           END-PERFORM

           PERFORM SORT-ORDER-PASS
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I > WS-ROW-COUNT
           .

       SORT-ORDER-PASS.
           MOVE WS-SORT-I TO WS-SORT-MIN-IDX
           PERFORM FIND-ORDER-MIN
               VARYING WS-SORT-J FROM WS-SORT-I BY 1
               UNTIL WS-SORT-J > WS-ROW-COUNT
           IF WS-SORT-MIN-IDX NOT = WS-SORT-I
               MOVE WS-ORDER-LIST(WS-SORT-I) TO WS-SORT-TEMP
               MOVE WS-ORDER-LIST(WS-SORT-MIN-IDX)
                   TO WS-ORDER-LIST(WS-SORT-I)
               MOVE WS-SORT-TEMP TO WS-ORDER-LIST(WS-SORT-MIN-IDX)
           END-IF
           .

       FIND-ORDER-MIN.
           MOVE WS-ORDER-LIST(WS-SORT-J) TO WS-SORT-TEMP
           MOVE WS-RT-EMP-SUB(WS-SORT-TEMP) TO WS-SORT-EMP
           MOVE SPACES TO WS-SORT-KEY-J
           STRING WS-ET-DEPT-ID(WS-SORT-EMP)
                  WS-RT-TAKE-BY(WS-SORT-TEMP)
                  WS-ET-EMP-ID(WS-SORT-EMP)
               DELIMITED BY SIZE INTO WS-SORT-KEY-J
           MOVE WS-ORDER-LIST(WS-SORT-MIN-IDX) TO WS-SORT-TEMP
           MOVE WS-RT-EMP-SUB(WS-SORT-TEMP) TO WS-SORT-EMP
           MOVE SPACES TO WS-SORT-KEY-MIN
           STRING WS-ET-DEPT-ID(WS-SORT-EMP)
                  WS-RT-TAKE-BY(WS-SORT-TEMP)
                  WS-ET-EMP-ID(WS-SORT-EMP)
               DELIMITED BY SIZE INTO WS-SORT-KEY-MIN
           IF WS-SORT-KEY-J < WS-SORT-KEY-MIN
               MOVE WS-SORT-J TO WS-SORT-MIN-IDX
           END-IF
           .

      * PRINT-ONE-ROW: Prints the department heading on a break,
      * then the untaken day with its days left to take it.
       PRINT-ONE-ROW.
           MOVE WS-ORDER-LIST(WS-ORDER-IDX) TO WS-ROW-IDX
           SET WS-EMP-IDX TO WS-RT-EMP-SUB(WS-ROW-IDX)

           IF FIRST-GROUP
                   OR WS-ET-DEPT-ID(WS-EMP-IDX) NOT = WS-LAST-DEPT-ID
               IF NOT FIRST-GROUP
                   PERFORM PRINT-DEPARTMENT-FOOTING
               END-IF
               MOVE 'N' TO WS-FIRST-GROUP-SW
               MOVE WS-ET-DEPT-ID(WS-EMP-IDX) TO WS-LAST-DEPT-ID
               PERFORM PRINT-DEPARTMENT-HEADING
           END-IF

           IF WS-RT-TAKE-BY(WS-ROW-IDX) < WS-ASOF-DATE
               MOVE 'LAPSED' TO WS-FLAG
               ADD 1 TO WS-LAPSED-COUNT
               ADD 1 TO WS-DEPT-LAPSED
           ELSE
               MOVE 'DUE SOON' TO WS-FLAG
               ADD 1 TO WS-DUE-COUNT
           END-IF
           ADD 1 TO WS-DEPT-ROWS
           ADD WS-RT-HOURS(WS-ROW-IDX) TO WS-DEPT-HOURS
           ADD WS-RT-HOURS(WS-ROW-IDX) TO WS-TOTAL-HOURS

           IF WS-RT-TYPE(WS-ROW-IDX) = 'D'
               MOVE 'COMP' TO WS-TYPE-DISPLAY
           ELSE
               MOVE 'SUBST' TO WS-TYPE-DISPLAY
           END-IF

      *    Days left to take the day off - negative once lapsed
           MOVE 'D ' TO WS-DATE-OPERATION
           MOVE WS-ASOF-DATE TO WS-DATE-UTIL-D1
           MOVE WS-RT-TAKE-BY(WS-ROW-IDX) TO WS-DATE-UTIL-D2
           CALL 'DATE-UTIL' USING WS-DATE-OPERATION
                                  WS-DATE-UTIL-D1 WS-DATE-UTIL-D2
                                  WS-DATE-UTIL-RESULT
                                  WS-DATE-UTIL-STATUS
           MOVE WS-DATE-UTIL-RESULT TO WS-DAYS-LEFT
           MOVE WS-DAYS-LEFT TO WS-DAYS-DISPLAY

           MOVE WS-ET-EMP-ID(WS-EMP-IDX) TO WS-EMP-ID-DISPLAY
           MOVE SPACES TO WS-NAME-DISPLAY
           STRING WS-ET-LAST-NAME(WS-EMP-IDX) DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  WS-ET-FIRST-NAME(WS-EMP-IDX) DELIMITED BY '  '
               INTO WS-NAME-DISPLAY
           MOVE WS-RT-HOURS(WS-ROW-IDX) TO WS-HOURS-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING '  ' WS-EMP-ID-DISPLAY ' ' WS-NAME-DISPLAY
                  ' ' WS-TYPE-DISPLAY
                  ' ' WS-RT-WORK-DATE(WS-ROW-IDX)
                  ' ' WS-HOURS-DISPLAY
                  ' ' WS-RT-TAKE-BY(WS-ROW-IDX)
                  ' ' WS-DAYS-DISPLAY
                  '  ' WS-FLAG
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

       PRINT-DEPARTMENT-HEADING.
           MOVE 0 TO WS-DEPT-ROWS
           MOVE 0 TO WS-DEPT-LAPSED
           MOVE 0 TO WS-DEPT-HOURS

           MOVE 'NOT ON FILE' TO WS-DEPT-NAME
           SET WS-DEPT-IDX TO 1
           SEARCH WS-DEPT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DEPT-IDX > WS-DEPT-COUNT
                   CONTINUE
               WHEN WS-DT-DEPT-ID(WS-DEPT-IDX) = WS-LAST-DEPT-ID
                   MOVE WS-DT-DEPT-NAME(WS-DEPT-IDX) TO WS-DEPT-NAME
           END-SEARCH

           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-LAST-DEPT-ID TO WS-DEPT-ID-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DEPARTMENT ' WS-DEPT-ID-DISPLAY '  ' WS-DEPT-NAME
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING '  EMP-ID    NAME                     TYPE '
                  ' WORKED   HOURS  TAKE-BY  LEFT  STATUS'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

       PRINT-DEPARTMENT-FOOTING.
           MOVE WS-DEPT-ROWS TO WS-COUNT-DISPLAY
           MOVE WS-DEPT-LAPSED TO WS-LAPSED-DISPLAY
           MOVE WS-DEPT-HOURS TO WS-TOTAL-HOURS-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING '  UNTAKEN ' WS-COUNT-DISPLAY
                  '  LAPSED ' WS-LAPSED-DISPLAY
                  '  HOURS ' WS-TOTAL-HOURS-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
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

       END PROGRAM SUBHLAPS.
