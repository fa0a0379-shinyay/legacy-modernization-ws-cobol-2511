       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQNRPT.
      ******************************************************************
      * REQNRPT - Position Control Report
      * Purpose: For each department with a headcount budget for the
      *          fiscal year: the budgeted heads, the actual heads
      *          (CURRENT-COUNT - seconded staff included, as they
      *          keep their position to come back to), the
      *          requisitions approved and not yet filled, and the
      *          headroom left after both - the same sum REQN-SVC
      *          approves against. A department carrying approved
      *          requisitions without a budget row is listed with a
      *          zero budget. Then every pending or approved
      *          requisition whose target start date has passed,
      *          with how far past it is and who asked for it.
      * Input: hr-cobol/data/budgets.dat (written by IMPBUDG)
      *        hr-cobol/data/departments.dat
      *        hr-cobol/data/requisitions.dat
      * Output: hr-cobol/data/reports/REQNRPT.rpt (via RPT-PRINT)
      * Parm: REQNRPT_YEAR environment variable (fiscal year, default
      *       the fiscal year of the as-of date - April to March)
      *       REQNRPT_ASOF environment variable (YYYYMMDD, default
      *       today)
      * Return code: 0 clean, 4 a department over its budget or a
      *              requisition past its target, 8 file error
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE
               ASSIGN TO 'hr-cobol/data/budgets.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUD-FILE-STATUS.

           SELECT DEPARTMENT-FILE
               ASSIGN TO 'hr-cobol/data/departments.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-FILE-STATUS.

           SELECT REQN-FILE
               ASSIGN TO 'hr-cobol/data/requisitions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RQN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
       01  BUDGET-RECORD.
           05  BUD-FISCAL-YEAR     PIC 9(4).
           05  BUD-DEPT-ID         PIC 9(6).
           05  BUD-HEADCOUNT       PIC 9(5).
           05  BUD-COST            PIC 9(11)V99.

       FD  DEPARTMENT-FILE.
       01  DEPARTMENT-RECORD       PIC X(1000).

       FD  REQN-FILE.
       01  REQN-RECORD             PIC X(200).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'REQNRPT'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

       01  WS-BUD-FILE-STATUS      PIC XX.
           88  BUD-FILE-OK             VALUE '00'.
           88  BUD-FILE-EOF            VALUE '10'.
           88  BUD-FILE-NOT-FOUND      VALUE '35'.
       01  WS-DEPT-FILE-STATUS     PIC XX.
           88  DEPT-FILE-OK            VALUE '00'.
           88  DEPT-FILE-EOF           VALUE '10'.
       01  WS-RQN-FILE-STATUS      PIC XX.
           88  RQN-FILE-OK             VALUE '00'.
           88  RQN-FILE-EOF            VALUE '10'.
           88  RQN-FILE-NOT-FOUND      VALUE '35'.

       01  WS-DEPT-REC.
           COPY department REPLACING ==05== BY ==10==.
       01  WS-RQN-REC.
           COPY requisition REPLACING ==05== BY ==10==.

      * Print-file plumbing
       01  WS-RPT-OP               PIC X.
       01  WS-RPT-NAME             PIC X(8)  VALUE 'REQNRPT'.
       01  WS-RPT-TITLE            PIC X(40)
           VALUE 'POSITION CONTROL REPORT'.
       01  WS-RPT-OPERATOR         PIC X(16).
       01  WS-RPT-LINE             PIC X(100).
       01  WS-RPT-STATUS           PIC 9.

       01  WS-ENV-YEAR             PIC X(10).
       01  WS-FISCAL-YEAR          PIC 9(4) VALUE 0.
       01  WS-ENV-ASOF             PIC X(10).
       01  WS-ASOF                 PIC 9(8) VALUE 0.
       01  WS-ASOF-PARTS REDEFINES WS-ASOF.
           05  WS-ASOF-YYYY        PIC 9(4).
           05  WS-ASOF-MM          PIC 9(2).
           05  WS-ASOF-DD          PIC 9(2).

      * Working storage for DATE-UTIL calls
       01  WS-DATE-OPERATION       PIC X(2).
       01  WS-DATE-UTIL-D1         PIC 9(8).
       01  WS-DATE-UTIL-D2         PIC 9(8).
       01  WS-DATE-UTIL-RESULT     PIC S9(9).
       01  WS-DATE-UTIL-STATUS     PIC 9.

      * One row per department - the budget for the fiscal year,
      * with the actuals and open requisitions gathered beside it
       78  MAX-BUD-DEPTS           VALUE 500.
       01  WS-BUD-COUNT            PIC 9(3) VALUE 0.
       01  WS-BUD-TABLE.
           05  WS-BUD-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-BUD-IDX.
               10  WS-BUD-DEPT          PIC 9(6).
               10  WS-BUD-HEADS         PIC 9(5).
               10  WS-ACT-HEADS         PIC 9(5).
               10  WS-OPEN-REQNS        PIC 9(5).
               10  WS-HEADROOM          PIC S9(5).
       01  WS-LOOKUP-DEPT          PIC 9(6).
       01  WS-FOUND-SW             PIC X.
           88  BUD-DEPT-FOUND          VALUE 'Y'.
           88  BUD-DEPT-NOT-FOUND      VALUE 'N'.

      * Open requisitions whose target start has passed
       78  MAX-LATE-REQNS          VALUE 2000.
       01  WS-LATE-COUNT           PIC 9(4) VALUE 0.
       01  WS-LATE-TABLE.
           05  WS-LATE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-LATE-IDX.
               10  WS-LT-REQN-ID   PIC 9(9).
               10  WS-LT-DEPT      PIC 9(6).
               10  WS-LT-GRADE     PIC X(4).
               10  WS-LT-TYPE      PIC X.
               10  WS-LT-STATUS    PIC X.
               10  WS-LT-TARGET    PIC 9(8).
               10  WS-LT-DAYS      PIC S9(5).
               10  WS-LT-REQUESTER PIC 9(9).
               10  WS-LT-TITLE     PIC X(30).

       01  WS-OVER-COUNT           PIC 9(3) VALUE 0.
       01  WS-DEPT-DISPLAY         PIC Z(5)9.
       01  WS-HEADS-DISPLAY        PIC ZZ,ZZ9.
       01  WS-ACT-DISPLAY          PIC ZZ,ZZ9.
       01  WS-OPEN-DISPLAY         PIC ZZ,ZZ9.
       01  WS-ROOM-DISPLAY         PIC --,--9.
       01  WS-DAYS-DISPLAY         PIC -(4)9.
       01  WS-REQR-DISPLAY         PIC Z(8)9.
       01  WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'REQNRPT - Position Control Report v' WS-VERSION

           ACCEPT WS-ENV-ASOF FROM ENVIRONMENT 'REQNRPT_ASOF'
           IF WS-ENV-ASOF(1:8) IS NUMERIC
               MOVE WS-ENV-ASOF(1:8) TO WS-ASOF
           END-IF
           IF WS-ASOF = 0
               ACCEPT WS-ASOF FROM DATE YYYYMMDD
           END-IF

           ACCEPT WS-ENV-YEAR FROM ENVIRONMENT 'REQNRPT_YEAR'
           IF WS-ENV-YEAR(1:4) IS NUMERIC
               MOVE WS-ENV-YEAR(1:4) TO WS-FISCAL-YEAR
           END-IF
           IF WS-FISCAL-YEAR = 0
               IF WS-ASOF-MM < 4
                   COMPUTE WS-FISCAL-YEAR = WS-ASOF-YYYY - 1
               ELSE
                   MOVE WS-ASOF-YYYY TO WS-FISCAL-YEAR
               END-IF
           END-IF

           DISPLAY 'Fiscal year ' WS-FISCAL-YEAR '  as of ' WS-ASOF

           PERFORM LOAD-BUDGETS
           PERFORM LOAD-REQUISITIONS
           PERFORM LOAD-HEADCOUNT-ACTUALS

           PERFORM OPEN-PRINT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'FISCAL YEAR ' WS-FISCAL-YEAR '  AS OF ' WS-ASOF
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE 'HEADCOUNT BY DEPARTMENT' TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE 'DEPT    BUDGET  ACTUAL  OPEN-REQ  HEADROOM'
               TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           PERFORM PRINT-ONE-DEPARTMENT
               VARYING WS-BUD-IDX FROM 1 BY 1
               UNTIL WS-BUD-IDX > WS-BUD-COUNT
           IF WS-BUD-COUNT = 0
               MOVE '  (no budget rows for the fiscal year)'
                   TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE 'OPEN REQUISITIONS PAST TARGET START DATE'
               TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'REQN-ID     DEPT GRADE T S   TARGET  DAYS-LATE  '
                  'REQUESTER  TITLE'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           PERFORM PRINT-ONE-LATE
               VARYING WS-LATE-IDX FROM 1 BY 1
               UNTIL WS-LATE-IDX > WS-LATE-COUNT
           IF WS-LATE-COUNT = 0
               MOVE '  (none)' TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-IF

           PERFORM CLOSE-PRINT-FILE

           MOVE WS-OVER-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Departments over budget: ' WS-COUNT-DISPLAY
           MOVE WS-LATE-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Requisitions past target: ' WS-COUNT-DISPLAY
           IF WS-OVER-COUNT > 0 OR WS-LATE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       LOAD-BUDGETS.
           OPEN INPUT BUDGET-FILE
           IF BUD-FILE-NOT-FOUND
               DISPLAY 'No budget file - run IMPBUDG first.'
               EXIT PARAGRAPH
           END-IF
           IF NOT BUD-FILE-OK
               DISPLAY 'ERROR: Cannot open budget file.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL BUD-FILE-EOF
               READ BUDGET-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BUD-FISCAL-YEAR = WS-FISCAL-YEAR
                           MOVE BUD-DEPT-ID TO WS-LOOKUP-DEPT
                           PERFORM ADD-BUD-DEPT
                           IF BUD-DEPT-FOUND
                               MOVE BUD-HEADCOUNT
                                   TO WS-BUD-HEADS(WS-BUD-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE BUDGET-FILE
           .

      * LOAD-REQUISITIONS: Approved requisitions count against their
      * department's headroom; pending and approved ones whose
      * target start is before the as-of date are listed as late.
       LOAD-REQUISITIONS.
           OPEN INPUT REQN-FILE
           IF RQN-FILE-NOT-FOUND
               DISPLAY 'No requisitions on file.'
               EXIT PARAGRAPH
           END-IF
           IF NOT RQN-FILE-OK
               DISPLAY 'ERROR: Cannot open requisition file.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL RQN-FILE-EOF
               READ REQN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE REQN-RECORD TO WS-RQN-REC
                       IF REQN-APPROVED OF WS-RQN-REC
                           MOVE DEPT-ID OF WS-RQN-REC
                               TO WS-LOOKUP-DEPT
                           PERFORM ADD-BUD-DEPT
                           IF BUD-DEPT-FOUND
                               ADD 1 TO WS-OPEN-REQNS(WS-BUD-IDX)
                           END-IF
                       END-IF
                       IF (REQN-PENDING OF WS-RQN-REC
                               OR REQN-APPROVED OF WS-RQN-REC)
                               AND TARGET-START OF WS-RQN-REC
                                   < WS-ASOF
                           PERFORM TAKE-LATE-REQUISITION
                       END-IF
               END-READ
           END-PERFORM

           CLOSE REQN-FILE
           .

       TAKE-LATE-REQUISITION.
           IF WS-LATE-COUNT >= MAX-LATE-REQNS
               DISPLAY 'WARNING: late table full - REQN '
                   REQN-ID OF WS-RQN-REC ' not listed'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LATE-COUNT
           SET WS-LATE-IDX TO WS-LATE-COUNT
           MOVE REQN-ID OF WS-RQN-REC TO WS-LT-REQN-ID(WS-LATE-IDX)
           MOVE DEPT-ID OF WS-RQN-REC TO WS-LT-DEPT(WS-LATE-IDX)
           MOVE GRADE-CODE OF WS-RQN-REC TO WS-LT-GRADE(WS-LATE-IDX)
           MOVE EMP-TYPE OF WS-RQN-REC TO WS-LT-TYPE(WS-LATE-IDX)
           MOVE REQN-STATUS OF WS-RQN-REC
               TO WS-LT-STATUS(WS-LATE-IDX)
           MOVE TARGET-START OF WS-RQN-REC
               TO WS-LT-TARGET(WS-LATE-IDX)
           MOVE REQUESTED-BY OF WS-RQN-REC
               TO WS-LT-REQUESTER(WS-LATE-IDX)
           MOVE REQN-TITLE OF WS-RQN-REC TO WS-LT-TITLE(WS-LATE-IDX)

           MOVE 'D ' TO WS-DATE-OPERATION
           MOVE TARGET-START OF WS-RQN-REC TO WS-DATE-UTIL-D1
           MOVE WS-ASOF TO WS-DATE-UTIL-D2
           CALL 'DATE-UTIL' USING WS-DATE-OPERATION
                                  WS-DATE-UTIL-D1
                                  WS-DATE-UTIL-D2
                                  WS-DATE-UTIL-RESULT
                                  WS-DATE-UTIL-STATUS
           IF WS-DATE-UTIL-STATUS = 0
               MOVE WS-DATE-UTIL-RESULT TO WS-LT-DAYS(WS-LATE-IDX)
           ELSE
               MOVE 0 TO WS-LT-DAYS(WS-LATE-IDX)
           END-IF
           .

       LOAD-HEADCOUNT-ACTUALS.
           OPEN INPUT DEPARTMENT-FILE
           IF NOT DEPT-FILE-OK
               DISPLAY 'ERROR: Cannot open department file.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL DEPT-FILE-EOF
               READ DEPARTMENT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DEPARTMENT-RECORD TO WS-DEPT-REC
                       IF VALID-TO OF WS-DEPT-REC = OPEN-ENDED-DATE
                           MOVE DEPT-ID OF WS-DEPT-REC
                               TO WS-LOOKUP-DEPT
                           PERFORM FIND-BUD-DEPT
                           IF BUD-DEPT-FOUND
                               MOVE CURRENT-COUNT OF WS-DEPT-REC
                                   TO WS-ACT-HEADS(WS-BUD-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DEPARTMENT-FILE
           .

       FIND-BUD-DEPT.
           SET BUD-DEPT-NOT-FOUND TO TRUE
           IF WS-BUD-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           SET WS-BUD-IDX TO 1
           SEARCH WS-BUD-ENTRY
               AT END
                   CONTINUE
               WHEN WS-BUD-IDX > WS-BUD-COUNT
                   CONTINUE
               WHEN WS-BUD-DEPT(WS-BUD-IDX) = WS-LOOKUP-DEPT
                   SET BUD-DEPT-FOUND TO TRUE
           END-SEARCH
           .

      * ADD-BUD-DEPT: Finds WS-LOOKUP-DEPT's row, opening a zeroed
      * one when the department is not yet in the table.
       ADD-BUD-DEPT.
           PERFORM FIND-BUD-DEPT
           IF BUD-DEPT-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-BUD-COUNT >= MAX-BUD-DEPTS
               DISPLAY 'WARNING: department table full - DEPT '
                   WS-LOOKUP-DEPT ' not reported'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BUD-COUNT
           SET WS-BUD-IDX TO WS-BUD-COUNT
           INITIALIZE WS-BUD-ENTRY(WS-BUD-IDX)
           MOVE WS-LOOKUP-DEPT TO WS-BUD-DEPT(WS-BUD-IDX)
           SET BUD-DEPT-FOUND TO TRUE
           .

       PRINT-ONE-DEPARTMENT.
           COMPUTE WS-HEADROOM(WS-BUD-IDX) =
               WS-BUD-HEADS(WS-BUD-IDX)
               - WS-ACT-HEADS(WS-BUD-IDX)
               - WS-OPEN-REQNS(WS-BUD-IDX)
           MOVE WS-BUD-DEPT(WS-BUD-IDX) TO WS-DEPT-DISPLAY
           MOVE WS-BUD-HEADS(WS-BUD-IDX) TO WS-HEADS-DISPLAY
           MOVE WS-ACT-HEADS(WS-BUD-IDX) TO WS-ACT-DISPLAY
           MOVE WS-OPEN-REQNS(WS-BUD-IDX) TO WS-OPEN-DISPLAY
           MOVE WS-HEADROOM(WS-BUD-IDX) TO WS-ROOM-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-DEPT-DISPLAY '  '
                  WS-HEADS-DISPLAY '  '
                  WS-ACT-DISPLAY '    '
                  WS-OPEN-DISPLAY '    '
                  WS-ROOM-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           IF WS-HEADROOM(WS-BUD-IDX) < 0
               ADD 1 TO WS-OVER-COUNT
               MOVE '  *** OVER BUDGET' TO WS-RPT-LINE(43:17)
           END-IF
           PERFORM EMIT-PRINT-LINE
           .

       PRINT-ONE-LATE.
           MOVE WS-LT-DEPT(WS-LATE-IDX) TO WS-DEPT-DISPLAY
           MOVE WS-LT-DAYS(WS-LATE-IDX) TO WS-DAYS-DISPLAY
           MOVE WS-LT-REQUESTER(WS-LATE-IDX) TO WS-REQR-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-LT-REQN-ID(WS-LATE-IDX) ' '
                  WS-DEPT-DISPLAY ' '
                  WS-LT-GRADE(WS-LATE-IDX) '  '
                  WS-LT-TYPE(WS-LATE-IDX) ' '
                  WS-LT-STATUS(WS-LATE-IDX) ' '
                  WS-LT-TARGET(WS-LATE-IDX) '      '
                  WS-DAYS-DISPLAY ' '
                  WS-REQR-DISPLAY '  '
                  WS-LT-TITLE(WS-LATE-IDX)
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

       END PROGRAM REQNRPT.
