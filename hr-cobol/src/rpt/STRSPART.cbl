       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRSPART.
      ******************************************************************
      * STRSPART - Stress Check Participation by Department
      * Purpose: For one fiscal year's stress check campaign, shows
      *          HR by department how many employees in service were
      *          invited, how many have completed the questionnaire,
      *          how many are still outstanding and the completion
      *          rate, so reminders can go where they are needed.
      *          Participation only - the participation record says
      *          whether a questionnaire came back, never what it
      *          said, and the result file is not read here.
      * Input: hr-cobol/data/employees.dat
      *        hr-cobol/data/stresschk.dat
      * Output: hr-cobol/data/reports/STRSPART.rpt (via RPT-PRINT)
      * Parm: STRSPART_FY environment variable (fiscal year YYYY,
      *       default the fiscal year holding today)
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE
               ASSIGN TO 'hr-cobol/data/employees.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT STRESS-FILE
               ASSIGN TO 'hr-cobol/data/stresschk.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD         PIC X(1000).

       FD  STRESS-FILE.
       01  STRESS-RECORD           PIC X(200).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'STRSPART'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

       01  WS-EMP-FILE-STATUS      PIC XX.
           88  EMP-FILE-OK             VALUE '00'.
           88  EMP-FILE-EOF            VALUE '10'.
           88  EMP-FILE-NOT-FOUND      VALUE '35'.
       01  WS-STC-FILE-STATUS      PIC XX.
           88  STC-FILE-OK             VALUE '00'.
           88  STC-FILE-EOF            VALUE '10'.
           88  STC-FILE-NOT-FOUND      VALUE '35'.

       01  WS-EMP-REC.
           COPY employee REPLACING ==05== BY ==10==.
       01  WS-STC-REC.
           COPY stresschk REPLACING ==05== BY ==10==.

      * Print-file plumbing
       01  WS-RPT-OP               PIC X.
       01  WS-RPT-NAME             PIC X(8)  VALUE 'STRSPART'.
       01  WS-RPT-TITLE            PIC X(40)
           VALUE 'STRESS CHECK PARTICIPATION BY DEPT'.
       01  WS-RPT-OPERATOR         PIC X(16).
       01  WS-RPT-LINE             PIC X(100).
       01  WS-RPT-STATUS           PIC 9.

       01  WS-ENV-FY               PIC X(10).
       01  WS-FY                   PIC 9(4) VALUE 0.
       01  WS-TODAY                PIC 9(8).
       01  WS-TODAY-YEAR           PIC 9(4).
       01  WS-TODAY-MMDD           PIC 9(4).

      * Every in-service employee, in EMP-ID order, with the cycle's
      * participation folded on
       78  MAX-SP-EMPS             VALUE 5000.
       01  WS-EMP-COUNT            PIC 9(5) VALUE 0.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-EMP-COUNT
                   ASCENDING KEY IS WS-ET-EMP-ID
                   INDEXED BY WS-EMP-IDX.
               10  WS-ET-EMP-ID    PIC 9(9).
               10  WS-ET-DEPT      PIC 9(6).
               10  WS-ET-INVITED   PIC X.
                   88  WS-ET-WAS-INVITED   VALUE 'Y'.
               10  WS-ET-COMPLETED PIC X.
                   88  WS-ET-HAS-COMPLETED VALUE 'Y'.
       01  WS-FOUND-SW             PIC X.
           88  EMP-ENTRY-FOUND         VALUE 'Y'.
           88  EMP-ENTRY-NOT-FOUND     VALUE 'N'.

      * Per-department counts, kept in department order as they are
      * added; the last slot carries the all-department total
       78  MAX-SP-DEPTS            VALUE 500.
       01  WS-DEPT-COUNT           PIC 9(3) VALUE 0.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 501 TIMES
                   INDEXED BY WS-DEPT-IDX.
               10  WS-DT-DEPT      PIC 9(6).
               10  WS-DT-IN-SERVICE PIC 9(5).
               10  WS-DT-INVITED   PIC 9(5).
               10  WS-DT-COMPLETED PIC 9(5).
       01  WS-TOTAL-SLOT           PIC 9(3) VALUE 501.
       01  WS-DEPT-POS             PIC 9(3).
       01  WS-SHIFT-IDX            PIC 9(3).
       01  WS-EMP-I                PIC 9(5).

       01  WS-PENDING              PIC 9(5).
       01  WS-TOTAL-PENDING        PIC 9(5) VALUE 0.
       01  WS-RATE                 PIC 9(3)V9.
       01  WS-RATE-DISPLAY         PIC ZZ9.9.
       01  WS-DEPT-DISPLAY         PIC Z(5)9.
       01  WS-DEPT-LABEL           PIC X(6).
       01  WS-CNT-1                PIC ZZ,ZZ9.
       01  WS-CNT-2                PIC ZZ,ZZ9.
       01  WS-CNT-3                PIC ZZ,ZZ9.
       01  WS-CNT-4                PIC ZZ,ZZ9.
       01  WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'STRSPART - Stress Check Participation v'
               WS-VERSION

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           DIVIDE WS-TODAY BY 10000
               GIVING WS-TODAY-YEAR REMAINDER WS-TODAY-MMDD

           ACCEPT WS-ENV-FY FROM ENVIRONMENT 'STRSPART_FY'
           IF WS-ENV-FY(1:4) IS NUMERIC
               MOVE WS-ENV-FY(1:4) TO WS-FY
           END-IF
           IF WS-FY = 0
               IF WS-TODAY-MMDD >= 0401
                   MOVE WS-TODAY-YEAR TO WS-FY
               ELSE
                   COMPUTE WS-FY = WS-TODAY-YEAR - 1
               END-IF
           END-IF

           DISPLAY 'Fiscal year ' WS-FY

           PERFORM LOAD-EMPLOYEES
           PERFORM LOAD-PARTICIPATION

           INITIALIZE WS-DEPT-ENTRY(WS-TOTAL-SLOT)
           PERFORM COUNT-ONE-EMPLOYEE
               VARYING WS-EMP-I FROM 1 BY 1
               UNTIL WS-EMP-I > WS-EMP-COUNT

           PERFORM OPEN-PRINT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'FISCAL YEAR ' WS-FY '  AS OF ' WS-TODAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE
             'DEPT   IN SVC  INVITED COMPLETE  PENDING     RATE %'
               TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           PERFORM PRINT-ONE-DEPT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT

           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           SET WS-DEPT-IDX TO WS-TOTAL-SLOT
           PERFORM PRINT-ONE-DEPT
           PERFORM CLOSE-PRINT-FILE

           MOVE WS-DT-INVITED(WS-TOTAL-SLOT) TO WS-COUNT-DISPLAY
           DISPLAY 'Invited:            ' WS-COUNT-DISPLAY
           MOVE WS-DT-COMPLETED(WS-TOTAL-SLOT) TO WS-COUNT-DISPLAY
           DISPLAY 'Completed:          ' WS-COUNT-DISPLAY
           MOVE WS-TOTAL-PENDING TO WS-COUNT-DISPLAY
           DISPLAY 'Still outstanding:  ' WS-COUNT-DISPLAY

           IF WS-TOTAL-PENDING > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      * LOAD-EMPLOYEES: The current version of everyone still in
      * service; the live file arrives in EMP-ID order, which keeps
      * the table in the key order SEARCH ALL needs.
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
                       IF VALID-TO OF WS-EMP-REC = OPEN-ENDED-DATE
                               AND NOT TERMINATED OF WS-EMP-REC
                           PERFORM TAKE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EMPLOYEE-FILE
           .

       TAKE-EMPLOYEE.
           IF WS-EMP-COUNT >= MAX-SP-EMPS
               DISPLAY 'WARNING: employee table full - EMP '
                   EMP-ID OF WS-EMP-REC ' not counted'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EMP-COUNT
           SET WS-EMP-IDX TO WS-EMP-COUNT
           INITIALIZE WS-EMP-ENTRY(WS-EMP-IDX)
           MOVE EMP-ID OF WS-EMP-REC TO WS-ET-EMP-ID(WS-EMP-IDX)
           MOVE DEPT-ID OF WS-EMP-REC TO WS-ET-DEPT(WS-EMP-IDX)
           .

      * LOAD-PARTICIPATION: The cycle's participation records, each
      * folded onto its employee's entry.
       LOAD-PARTICIPATION.
           OPEN INPUT STRESS-FILE
           IF STC-FILE-NOT-FOUND
               DISPLAY 'No stress check records on file.'
               EXIT PARAGRAPH
           END-IF
           IF NOT STC-FILE-OK
               DISPLAY 'ERROR: Cannot open stress check file.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL STC-FILE-EOF
               READ STRESS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE STRESS-RECORD TO WS-STC-REC
                       IF CYCLE-FY OF WS-STC-REC = WS-FY
                           PERFORM FOLD-PARTICIPATION
                       END-IF
               END-READ
           END-PERFORM

           CLOSE STRESS-FILE
           .

       FOLD-PARTICIPATION.
           SET EMP-ENTRY-NOT-FOUND TO TRUE
           IF WS-EMP-COUNT > 0
               SEARCH ALL WS-EMP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ET-EMP-ID(WS-EMP-IDX)
                           = EMP-ID OF WS-STC-REC
                       SET EMP-ENTRY-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF EMP-ENTRY-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           IF INVITED-DATE OF WS-STC-REC > 0
               MOVE 'Y' TO WS-ET-INVITED(WS-EMP-IDX)
           END-IF
           IF COMPLETED-DATE OF WS-STC-REC > 0
               MOVE 'Y' TO WS-ET-COMPLETED(WS-EMP-IDX)
           END-IF
           .

      * COUNT-ONE-EMPLOYEE: Into the employee's department (found,
      * or inserted in department order) and into the total.
       COUNT-ONE-EMPLOYEE.
           SET WS-EMP-IDX TO WS-EMP-I
           PERFORM FIND-DEPT-POSITION
           IF WS-DEPT-POS NOT = WS-TOTAL-SLOT
               SET WS-DEPT-IDX TO WS-DEPT-POS
               PERFORM ADD-EMP-TO-DEPT
           END-IF
           SET WS-DEPT-IDX TO WS-TOTAL-SLOT
           PERFORM ADD-EMP-TO-DEPT
           .

      * FIND-DEPT-POSITION: WS-DEPT-POS is the employee's department
      * entry; a department not yet seen is inserted where it sorts,
      * the entries above it moving up one. A full table answers the
      * total slot so the employee still counts into the total.
       FIND-DEPT-POSITION.
           PERFORM VARYING WS-DEPT-POS FROM 1 BY 1
                   UNTIL WS-DEPT-POS > WS-DEPT-COUNT
                   OR WS-DT-DEPT(WS-DEPT-POS) >= WS-ET-DEPT(WS-EMP-IDX)
               CONTINUE
           END-PERFORM
           IF WS-DEPT-POS <= WS-DEPT-COUNT
               IF WS-DT-DEPT(WS-DEPT-POS) = WS-ET-DEPT(WS-EMP-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-DEPT-COUNT >= MAX-SP-DEPTS
               MOVE WS-TOTAL-SLOT TO WS-DEPT-POS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SHIFT-IDX FROM WS-DEPT-COUNT BY -1
                   UNTIL WS-SHIFT-IDX < WS-DEPT-POS
               MOVE WS-DEPT-ENTRY(WS-SHIFT-IDX)
                   TO WS-DEPT-ENTRY(WS-SHIFT-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-DEPT-COUNT
           INITIALIZE WS-DEPT-ENTRY(WS-DEPT-POS)
           MOVE WS-ET-DEPT(WS-EMP-IDX) TO WS-DT-DEPT(WS-DEPT-POS)
           .

       ADD-EMP-TO-DEPT.
           ADD 1 TO WS-DT-IN-SERVICE(WS-DEPT-IDX)
           IF WS-ET-WAS-INVITED(WS-EMP-IDX)
               ADD 1 TO WS-DT-INVITED(WS-DEPT-IDX)
               IF WS-ET-HAS-COMPLETED(WS-EMP-IDX)
                   ADD 1 TO WS-DT-COMPLETED(WS-DEPT-IDX)
               END-IF
           END-IF
           .

      * PRINT-ONE-DEPT: The completion rate is over those invited;
      * a department nobody was invited from shows no rate.
       PRINT-ONE-DEPT.
           COMPUTE WS-PENDING = WS-DT-INVITED(WS-DEPT-IDX)
               - WS-DT-COMPLETED(WS-DEPT-IDX)
           IF WS-DEPT-IDX = WS-TOTAL-SLOT
               MOVE WS-PENDING TO WS-TOTAL-PENDING
               MOVE 'ALL' TO WS-DEPT-LABEL
           ELSE
               MOVE WS-DT-DEPT(WS-DEPT-IDX) TO WS-DEPT-DISPLAY
               MOVE WS-DEPT-DISPLAY TO WS-DEPT-LABEL
           END-IF
           MOVE WS-DT-IN-SERVICE(WS-DEPT-IDX) TO WS-CNT-1
           MOVE WS-DT-INVITED(WS-DEPT-IDX) TO WS-CNT-2
           MOVE WS-DT-COMPLETED(WS-DEPT-IDX) TO WS-CNT-3
           MOVE WS-PENDING TO WS-CNT-4
           MOVE SPACES TO WS-RPT-LINE
           IF WS-DT-INVITED(WS-DEPT-IDX) > 0
               COMPUTE WS-RATE ROUNDED =
                   WS-DT-COMPLETED(WS-DEPT-IDX) * 100
                   / WS-DT-INVITED(WS-DEPT-IDX)
               MOVE WS-RATE TO WS-RATE-DISPLAY
               STRING WS-DEPT-LABEL ' ' WS-CNT-1 '   ' WS-CNT-2
                      '   ' WS-CNT-3 '   ' WS-CNT-4
                      '      ' WS-RATE-DISPLAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING WS-DEPT-LABEL ' ' WS-CNT-1 '   ' WS-CNT-2
                      '   ' WS-CNT-3 '   ' WS-CNT-4
                      '          -'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
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

       END PROGRAM STRSPART.
