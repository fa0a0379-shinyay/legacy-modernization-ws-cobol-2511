      *          against MAX-CAPACITY, and the employees currently
      *          assigned to it; then a hierarchy rollup showing each
      *          department's headcount including all of its
      *          descendants (via PARENT-DEPT-ID). Employees on a
      *          secondment (shukko) running today stay on their home
      *          department's roster, flagged with the host, but are
      *          counted as seconded out rather than in its working
      *          headcount and FTE. They stay in the establishment
      *          count - still on our payroll and insurance.
      * Input: hr-cobol/data/departments.dat
      *        hr-cobol/data/employees.dat
      *        hr-cobol/data/secondment.dat
      * Output: Console report (DISPLAY)
      ******************************************************************

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASG-FILE-STATUS.

           SELECT SCND-FILE
               ASSIGN TO 'hr-cobol/data/secondment.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPARTMENT-FILE.
       FD  ASSIGN-FILE.
       01  ASSIGN-RECORD           PIC X(200).

       FD  SCND-FILE.
       01  SCND-RECORD             PIC X(200).

       WORKING-STORAGE SECTION.

           COPY constants.
                   INDEXED BY WS-DEPT-IDX WS-DEPT-IDX2.
               COPY department REPLACING ==05== BY ==10==.
       01  WS-DEPT-ROSTER-COUNT    PIC 9(5) OCCURS 500 TIMES VALUE 0.
      * Per-department count of staff seconded out today - on the
      * department's record (CURRENT-COUNT) but not working in it
       01  WS-DEPT-SECONDED-COUNT  PIC 9(5) OCCURS 500 TIMES VALUE 0.

      * LOAD-DEPARTMENTS scratch area - holds each record read from
      * file before the currently-effective check decides whether it
           05  WS-EMP-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-EMP-IDX WS-EMP-IDX2.
               COPY employee REPLACING ==05== BY ==10==.
      * Host code of the employee's running secondment, index-aligned
      * with WS-EMP-TABLE - spaces when not seconded
       01  WS-EMP-SCND-HOST         PIC X(5) OCCURS 5000 TIMES.

      * Per-department roster index list, sorted by kana reading
       01  WS-ROSTER-COUNT          PIC 9(5) VALUE 0.
           88  ESTAB-TALLIED            VALUE 'Y'.
       01  WS-DISPLAY-ESTAB-NUM     PIC ZZ,ZZ9.

      * Secondments running today
       01  WS-SCD-FILE-STATUS      PIC XX.
           88  SCD-FILE-OK             VALUE '00'.
           88  SCD-FILE-EOF            VALUE '10'.
       01  WS-SCD-REC.
           COPY secondment REPLACING ==05== BY ==10==.
       78  MAX-SECONDED             VALUE 500.
       01  WS-SCD-COUNT             PIC 9(4) VALUE 0.
       01  WS-SCD-TABLE.
           05  WS-SCD-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-SCD-IDX.
               10  WS-ST-EMP-ID     PIC 9(9).
               10  WS-ST-HOST       PIC X(5).
       01  WS-EMP-HOST              PIC X(5).
       01  WS-TODAY                 PIC 9(8).
       01  WS-TOTAL-SECONDED        PIC 9(6) VALUE 0.
       01  WS-DISPLAY-SECONDED     PIC ZZ,ZZ9.

       01  WS-DISPLAY-COUNT        PIC ZZ,ZZ9.
       01  WS-DISPLAY-CAPACITY     PIC ZZ,ZZ9.
       01  WS-DISPLAY-LIVE-COUNT   PIC ZZ,ZZ9.
               GOBACK
           END-IF

           PERFORM LOAD-SECONDMENTS
           PERFORM COUNT-EMPLOYEES-BY-DEPARTMENT
           PERFORM PRINT-DEPARTMENT-ROSTER
             VARYING WS-DEPT-IDX FROM 1 BY 1
           DISPLAY ' '
           DISPLAY 'Departments reported: ' WS-TOTAL-DEPTS-DISPLAY
           DISPLAY 'Active employees counted: ' WS-TOTAL-EMPS-DISPLAY
           MOVE WS-TOTAL-SECONDED TO WS-DISPLAY-SECONDED
           DISPLAY 'Seconded out (not counted): ' WS-DISPLAY-SECONDED
           DISPLAY '=========================================='

           PERFORM COMPUTE-HIERARCHY-ROLLUP
                       IF ACTIVE OF WS-EMP-REC
                               AND VALID-TO OF WS-EMP-REC
                                   = OPEN-ENDED-DATE
                           PERFORM FIND-EMP-SECONDMENT
                           IF WS-EMP-HOST = SPACES
                               ADD 1 TO WS-TOTAL-EMP-COUNT
                           ELSE
                               ADD 1 TO WS-TOTAL-SECONDED
                           END-IF
                           PERFORM TALLY-EMPLOYEE-DEPARTMENT
                           IF WS-EMP-COUNT < MAX-EMPS
                               ADD 1 TO WS-EMP-COUNT
                               MOVE WS-EMP-REC
                                   TO WS-EMP-ENTRY(WS-EMP-COUNT)
                               MOVE WS-EMP-HOST
                                   TO WS-EMP-SCND-HOST(WS-EMP-COUNT)
                           END-IF
                       END-IF
               END-READ
                   CONTINUE
               WHEN DEPT-ID OF WS-DEPT-ENTRY(WS-DEPT-IDX)
                       = DEPT-ID OF WS-EMP-REC
                   IF WS-EMP-HOST = SPACES
                       ADD 1 TO WS-DEPT-ROSTER-COUNT(WS-DEPT-IDX)
                   ELSE
                       ADD 1 TO WS-DEPT-SECONDED-COUNT(WS-DEPT-IDX)
                   END-IF
           END-SEARCH
           .

      * LOAD-SECONDMENTS: The secondments running today - started,
      * and not yet past their return date.
       LOAD-SECONDMENTS.
           MOVE 0 TO WS-SCD-COUNT
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           OPEN INPUT SCND-FILE
           IF NOT SCD-FILE-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL SCD-FILE-EOF OR WS-SCD-COUNT >= MAX-SECONDED
               READ SCND-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SCND-RECORD TO WS-SCD-REC
                       IF START-DATE OF WS-SCD-REC <= WS-TODAY
                               AND END-DATE OF WS-SCD-REC >= WS-TODAY
                           ADD 1 TO WS-SCD-COUNT
                           MOVE EMP-ID OF WS-SCD-REC
                               TO WS-ST-EMP-ID(WS-SCD-COUNT)
                           MOVE HOST-CODE OF WS-SCD-REC
                               TO WS-ST-HOST(WS-SCD-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SCND-FILE
           .

      * FIND-EMP-SECONDMENT: The host of WS-EMP-REC's running
      * secondment into WS-EMP-HOST, spaces when there is none.
       FIND-EMP-SECONDMENT.
           MOVE SPACES TO WS-EMP-HOST
           IF WS-SCD-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           SET WS-SCD-IDX TO 1
           SEARCH WS-SCD-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SCD-IDX > WS-SCD-COUNT
                   CONTINUE
               WHEN WS-ST-EMP-ID(WS-SCD-IDX) = EMP-ID OF WS-EMP-REC
                   MOVE WS-ST-HOST(WS-SCD-IDX) TO WS-EMP-HOST
           END-SEARCH
           .

               TO WS-DISPLAY-COUNT
           MOVE WS-DEPT-ROSTER-COUNT(WS-DEPT-IDX)
               TO WS-DISPLAY-LIVE-COUNT
           MOVE WS-DEPT-SECONDED-COUNT(WS-DEPT-IDX)
               TO WS-DISPLAY-SECONDED

           DISPLAY ' '
           DISPLAY 'Dept ' WS-DISPLAY-DEPT-ID ' - '
           DISPLAY '  Max Capacity:    ' WS-DISPLAY-CAPACITY
           DISPLAY '  On Record Count: ' WS-DISPLAY-COUNT
           DISPLAY '  Active Headcount:' WS-DISPLAY-LIVE-COUNT
           IF WS-DEPT-SECONDED-COUNT(WS-DEPT-IDX) > 0
               DISPLAY '  Seconded out:    ' WS-DISPLAY-SECONDED
           END-IF

           IF WS-DEPT-ROSTER-COUNT(WS-DEPT-IDX)
                   > MAX-CAPACITY OF WS-DEPT-ENTRY(WS-DEPT-IDX)
               DISPLAY '  *** OVER CAPACITY ***'
           END-IF

      *    Seconded staff are still on the department's record
           IF WS-DEPT-ROSTER-COUNT(WS-DEPT-IDX)
                   + WS-DEPT-SECONDED-COUNT(WS-DEPT-IDX)
                   NOT = CURRENT-COUNT OF WS-DEPT-ENTRY(WS-DEPT-IDX)
               DISPLAY '  *** ON-RECORD COUNT OUT OF SYNC ***'
           END-IF
                  DEPT-NAME OF WS-DEPT-ENTRY(WS-DEPT-IDX)(1:30)
                  ' CAP ' WS-DISPLAY-CAPACITY
                  ' HEADCOUNT ' WS-DISPLAY-LIVE-COUNT
                  ' SECONDED ' WS-DISPLAY-SECONDED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

               KANA-FIRST OF WS-EMP-ENTRY(WS-EMP-IDX)
               ' (' LAST-NAME OF WS-EMP-ENTRY(WS-EMP-IDX) ' '
               FIRST-NAME OF WS-EMP-ENTRY(WS-EMP-IDX) ')'
           IF WS-EMP-SCND-HOST(WS-EMP-IDX) NOT = SPACES
               DISPLAY '        [SECONDED to '
                   WS-EMP-SCND-HOST(WS-EMP-IDX) ']'
               MOVE SPACES TO WS-RPT-LINE
               STRING '    ' WS-DISPLAY-ROSTER-ID ' '
                      LAST-NAME OF WS-EMP-ENTRY(WS-EMP-IDX)(1:20)
                      ' [SECONDED to '
                      WS-EMP-SCND-HOST(WS-EMP-IDX) ']'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-IF
           .

       LOAD-ASSIGNMENTS.
      * whole head into the primary department when no assignments
      * are on file.
       TALLY-FTE-HEADCOUNT.
      *    Seconded staff are working for the host, not here
           IF WS-EMP-SCND-HOST(WS-EMP-IDX) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           SET EMP-NO-ASSIGNMENTS TO TRUE
           PERFORM VARYING WS-ASG-IDX FROM 1 BY 1
                   UNTIL WS-ASG-IDX > WS-ASG-COUNT
