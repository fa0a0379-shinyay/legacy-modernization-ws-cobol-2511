       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRSGRP.
      ******************************************************************
      * STRSGRP - Stress Check Group Analysis and Annual Report
      * Purpose: For one fiscal year's stress check cycle, prints
      *          - the group analysis by department and by
      *            establishment (LOCATION-CODE): respondents, the
      *            average of each area score and how many came out
      *            high stress. A group with fewer than ten
      *            respondents is suppressed outright, so nobody's
      *            result can be read back out of a small group.
      *          - the annual implementation report the labor
      *            standards office takes, per establishment: workers
      *            in service, examined, found high stress, physician
      *            interviews held and whether a group analysis could
      *            be made; establishments of 50 or more workers,
      *            for which the check is compulsory, are marked.
      *          Nothing is printed per employee. The run belongs to
      *          the stress check implementer: the result file it
      *          reads is theirs alone.
      * Input: hr-cobol/data/employees.dat
      *        hr-cobol/data/stresschk.dat
      *        hr-cobol/data/strsres.dat
      * Output: hr-cobol/data/reports/STRSGRP.rpt (via RPT-PRINT)
      * Parm: STRSGRP_FY environment variable (fiscal year YYYY,
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

           SELECT RESULT-FILE
               ASSIGN TO 'hr-cobol/data/strsres.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD         PIC X(1000).

       FD  STRESS-FILE.
       01  STRESS-RECORD           PIC X(200).

       FD  RESULT-FILE.
       01  RESULT-RECORD           PIC X(200).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'STRSGRP'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

       01  WS-EMP-FILE-STATUS      PIC XX.
           88  EMP-FILE-OK             VALUE '00'.
           88  EMP-FILE-EOF            VALUE '10'.
           88  EMP-FILE-NOT-FOUND      VALUE '35'.
       01  WS-STC-FILE-STATUS      PIC XX.
           88  STC-FILE-OK             VALUE '00'.
           88  STC-FILE-EOF            VALUE '10'.
           88  STC-FILE-NOT-FOUND      VALUE '35'.
       01  WS-STR-FILE-STATUS      PIC XX.
           88  STR-FILE-OK             VALUE '00'.
           88  STR-FILE-EOF            VALUE '10'.
           88  STR-FILE-NOT-FOUND      VALUE '35'.

       01  WS-EMP-REC.
           COPY employee REPLACING ==05== BY ==10==.
       01  WS-STC-REC.
           COPY stresschk REPLACING ==05== BY ==10==.
       01  WS-STR-REC.
           COPY strsres REPLACING ==05== BY ==10==.

      * Print-file plumbing
       01  WS-RPT-OP               PIC X.
       01  WS-RPT-NAME             PIC X(8)  VALUE 'STRSGRP'.
       01  WS-RPT-TITLE            PIC X(40)
           VALUE 'STRESS CHECK GROUP ANALYSIS'.
       01  WS-RPT-OPERATOR         PIC X(16).
       01  WS-RPT-LINE             PIC X(100).
       01  WS-RPT-STATUS           PIC 9.

      * Fewer respondents than this and a group is not analysed; an
      * establishment this size or larger must run the check
       78  MIN-GROUP-SIZE          VALUE 10.
       78  MANDATORY-HEADCOUNT     VALUE 50.

       01  WS-ENV-FY               PIC X(10).
       01  WS-FY                   PIC 9(4) VALUE 0.
       01  WS-TODAY                PIC 9(8).
       01  WS-TODAY-YEAR           PIC 9(4).
       01  WS-TODAY-MMDD           PIC 9(4).

      * Every in-service employee, in EMP-ID order, with the cycle's
      * participation and result folded on
       78  MAX-SG-EMPS             VALUE 5000.
       01  WS-EMP-COUNT            PIC 9(5) VALUE 0.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-EMP-COUNT
                   ASCENDING KEY IS WS-ET-EMP-ID
                   INDEXED BY WS-EMP-IDX.
               10  WS-ET-EMP-ID    PIC 9(9).
               10  WS-ET-DEPT      PIC 9(6).
               10  WS-ET-LOCATION  PIC X(4).
               10  WS-ET-COMPLETED PIC X.
                   88  WS-ET-HAS-COMPLETED VALUE 'Y'.
               10  WS-ET-INTERVIEW PIC X.
                   88  WS-ET-INTERVIEW-HELD VALUE 'Y'.
               10  WS-ET-RESULT    PIC X.
                   88  WS-ET-HAS-RESULT    VALUE 'Y'.
               10  WS-ET-SCORE-A   PIC 9(3).
               10  WS-ET-SCORE-B   PIC 9(3).
               10  WS-ET-SCORE-C   PIC 9(3).
               10  WS-ET-HIGH      PIC X.
                   88  WS-ET-HIGH-STRESS   VALUE 'Y'.
       01  WS-FOUND-SW             PIC X.
           88  EMP-ENTRY-FOUND         VALUE 'Y'.
           88  EMP-ENTRY-NOT-FOUND     VALUE 'N'.
       01  WS-EMP-I                PIC 9(5).

      * Groups - departments (type D) then establishments (type L),
      * kept in key order as they are added; the last slot carries
      * the all-employee total
       78  MAX-SG-GROUPS           VALUE 700.
       01  WS-GRP-COUNT            PIC 9(3) VALUE 0.
       01  WS-GRP-TABLE.
           05  WS-GRP-ENTRY OCCURS 701 TIMES
                   INDEXED BY WS-GRP-IDX.
               10  WS-GT-KEY.
                   15  WS-GT-TYPE  PIC X.
                       88  WS-GT-DEPT-GROUP    VALUE 'D'.
                       88  WS-GT-LOC-GROUP     VALUE 'L'.
                   15  WS-GT-CODE  PIC X(6).
               10  WS-GT-IN-SERVICE PIC 9(5).
               10  WS-GT-EXAMINED  PIC 9(5).
               10  WS-GT-RESPONDENTS PIC 9(5).
               10  WS-GT-SUM-A     PIC 9(7).
               10  WS-GT-SUM-B     PIC 9(7).
               10  WS-GT-SUM-C     PIC 9(7).
               10  WS-GT-HIGH      PIC 9(5).
               10  WS-GT-INTERVIEWS PIC 9(5).
       01  WS-TOTAL-SLOT           PIC 9(3) VALUE 701.
       01  WS-GRP-POS              PIC 9(3).
       01  WS-SHIFT-IDX            PIC 9(3).
       01  WS-WANT-KEY.
           05  WS-WANT-TYPE        PIC X.
           05  WS-WANT-CODE        PIC X(6).
       01  WS-DEPT-CODE            PIC 9(6).
       01  WS-PRINT-TYPE           PIC X.
       01  WS-GRP-LABEL            PIC X(6).
       01  WS-DEPT-DISPLAY         PIC Z(5)9.

       01  WS-AVERAGE              PIC 9(3)V9.
       01  WS-AVG-A                PIC ZZ9.9.
       01  WS-AVG-B                PIC ZZ9.9.
       01  WS-AVG-C                PIC ZZ9.9.
       01  WS-CNT-1                PIC ZZ,ZZ9.
       01  WS-CNT-2                PIC ZZ,ZZ9.
       01  WS-CNT-3                PIC ZZ,ZZ9.
       01  WS-CNT-4                PIC ZZ,ZZ9.
       01  WS-ANALYSED-FLAG        PIC X.
       01  WS-MANDATORY-TAG        PIC X(10).
       01  WS-SUPPRESSED-COUNT     PIC 9(3) VALUE 0.
       01  WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'STRSGRP - Stress Check Group Analysis v'
               WS-VERSION

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           DIVIDE WS-TODAY BY 10000
               GIVING WS-TODAY-YEAR REMAINDER WS-TODAY-MMDD

           ACCEPT WS-ENV-FY FROM ENVIRONMENT 'STRSGRP_FY'
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
           PERFORM LOAD-RESULTS

           INITIALIZE WS-GRP-ENTRY(WS-TOTAL-SLOT)
           PERFORM COUNT-ONE-EMPLOYEE
               VARYING WS-EMP-I FROM 1 BY 1
               UNTIL WS-EMP-I > WS-EMP-COUNT

           PERFORM OPEN-PRINT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'FISCAL YEAR ' WS-FY '  AS OF ' WS-TODAY
                  '  GROUPS UNDER ' MIN-GROUP-SIZE
                  ' RESPONDENTS SUPPRESSED'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE 'GROUP ANALYSIS BY DEPARTMENT' TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           PERFORM PRINT-ANALYSIS-HEADER
           MOVE 'D' TO WS-PRINT-TYPE
           PERFORM PRINT-ONE-ANALYSIS
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT

           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE 'GROUP ANALYSIS BY ESTABLISHMENT' TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           PERFORM PRINT-ANALYSIS-HEADER
           MOVE 'L' TO WS-PRINT-TYPE
           PERFORM PRINT-ONE-ANALYSIS
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT

           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACE TO WS-PRINT-TYPE
           SET WS-GRP-IDX TO WS-TOTAL-SLOT
           PERFORM PRINT-ONE-ANALYSIS

           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE 'ANNUAL IMPLEMENTATION REPORT BY ESTABLISHMENT'
               TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE 'LOC    IN SVC EXAMINED     HIGH  INTERVW  GROUP'
               TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE 'L' TO WS-PRINT-TYPE
           PERFORM PRINT-ONE-ANNUAL
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACE TO WS-PRINT-TYPE
           SET WS-GRP-IDX TO WS-TOTAL-SLOT
           PERFORM PRINT-ONE-ANNUAL

           PERFORM CLOSE-PRINT-FILE

           MOVE WS-GT-RESPONDENTS(WS-TOTAL-SLOT) TO WS-COUNT-DISPLAY
           DISPLAY 'Respondents:        ' WS-COUNT-DISPLAY
           MOVE WS-SUPPRESSED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Groups suppressed:  ' WS-COUNT-DISPLAY
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
           IF WS-EMP-COUNT >= MAX-SG-EMPS
               DISPLAY 'WARNING: employee table full - EMP '
                   EMP-ID OF WS-EMP-REC ' not counted'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EMP-COUNT
           SET WS-EMP-IDX TO WS-EMP-COUNT
           INITIALIZE WS-EMP-ENTRY(WS-EMP-IDX)
           MOVE EMP-ID OF WS-EMP-REC TO WS-ET-EMP-ID(WS-EMP-IDX)
           MOVE DEPT-ID OF WS-EMP-REC TO WS-ET-DEPT(WS-EMP-IDX)
           MOVE LOCATION-CODE OF WS-EMP-REC
               TO WS-ET-LOCATION(WS-EMP-IDX)
           .

      * LOAD-PARTICIPATION: The cycle's participation records -
      * completion and physician interviews held.
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

           IF COMPLETED-DATE OF WS-STC-REC > 0
               MOVE 'Y' TO WS-ET-COMPLETED(WS-EMP-IDX)
           END-IF
           IF INTERVIEW-DATE OF WS-STC-REC > 0
               MOVE 'Y' TO WS-ET-INTERVIEW(WS-EMP-IDX)
           END-IF
           .

      * LOAD-RESULTS: The cycle's results still held - a scrubbed
      * result has nothing left to analyse.
       LOAD-RESULTS.
           OPEN INPUT RESULT-FILE
           IF STR-FILE-NOT-FOUND
               DISPLAY 'No stress check results on file.'
               EXIT PARAGRAPH
           END-IF
           IF NOT STR-FILE-OK
               DISPLAY 'ERROR: Cannot open stress check result file.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL STR-FILE-EOF
               READ RESULT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RESULT-RECORD TO WS-STR-REC
                       IF CYCLE-FY OF WS-STR-REC = WS-FY
                               AND STRESS-RESULT-HELD OF WS-STR-REC
                           PERFORM FOLD-RESULT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RESULT-FILE
           .

       FOLD-RESULT.
           SET EMP-ENTRY-NOT-FOUND TO TRUE
           IF WS-EMP-COUNT > 0
               SEARCH ALL WS-EMP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ET-EMP-ID(WS-EMP-IDX)
                           = EMP-ID OF WS-STR-REC
                       SET EMP-ENTRY-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF EMP-ENTRY-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-ET-RESULT(WS-EMP-IDX)
           MOVE SCORE-A OF WS-STR-REC TO WS-ET-SCORE-A(WS-EMP-IDX)
           MOVE SCORE-B OF WS-STR-REC TO WS-ET-SCORE-B(WS-EMP-IDX)
           MOVE SCORE-C OF WS-STR-REC TO WS-ET-SCORE-C(WS-EMP-IDX)
           MOVE HIGH-STRESS-FLAG OF WS-STR-REC
               TO WS-ET-HIGH(WS-EMP-IDX)
           .

      * COUNT-ONE-EMPLOYEE: Into the employee's department group,
      * establishment group and the total.
       COUNT-ONE-EMPLOYEE.
           SET WS-EMP-IDX TO WS-EMP-I

           MOVE 'D' TO WS-WANT-TYPE
           MOVE WS-ET-DEPT(WS-EMP-IDX) TO WS-DEPT-CODE
           MOVE WS-DEPT-CODE TO WS-WANT-CODE
           PERFORM COUNT-INTO-GROUP

           MOVE 'L' TO WS-WANT-TYPE
           MOVE WS-ET-LOCATION(WS-EMP-IDX) TO WS-WANT-CODE
           PERFORM COUNT-INTO-GROUP

           SET WS-GRP-IDX TO WS-TOTAL-SLOT
           PERFORM ADD-EMP-TO-GROUP
           .

       COUNT-INTO-GROUP.
           PERFORM FIND-GROUP-POSITION
           IF WS-GRP-POS NOT = WS-TOTAL-SLOT
               SET WS-GRP-IDX TO WS-GRP-POS
               PERFORM ADD-EMP-TO-GROUP
           END-IF
           .

      * FIND-GROUP-POSITION: WS-GRP-POS is the WS-WANT-KEY group's
      * entry; a group not yet seen is inserted where it sorts, the
      * entries above it moving up one. A full table answers the
      * total slot, and the employee then counts only in the total.
       FIND-GROUP-POSITION.
           PERFORM VARYING WS-GRP-POS FROM 1 BY 1
                   UNTIL WS-GRP-POS > WS-GRP-COUNT
                   OR WS-GT-KEY(WS-GRP-POS) >= WS-WANT-KEY
               CONTINUE
           END-PERFORM
           IF WS-GRP-POS <= WS-GRP-COUNT
               IF WS-GT-KEY(WS-GRP-POS) = WS-WANT-KEY
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-GRP-COUNT >= MAX-SG-GROUPS
               MOVE WS-TOTAL-SLOT TO WS-GRP-POS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SHIFT-IDX FROM WS-GRP-COUNT BY -1
                   UNTIL WS-SHIFT-IDX < WS-GRP-POS
               MOVE WS-GRP-ENTRY(WS-SHIFT-IDX)
                   TO WS-GRP-ENTRY(WS-SHIFT-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-GRP-COUNT
           INITIALIZE WS-GRP-ENTRY(WS-GRP-POS)
           MOVE WS-WANT-KEY TO WS-GT-KEY(WS-GRP-POS)
           .

       ADD-EMP-TO-GROUP.
           ADD 1 TO WS-GT-IN-SERVICE(WS-GRP-IDX)
           IF WS-ET-HAS-COMPLETED(WS-EMP-IDX)
               ADD 1 TO WS-GT-EXAMINED(WS-GRP-IDX)
           END-IF
           IF WS-ET-INTERVIEW-HELD(WS-EMP-IDX)
               ADD 1 TO WS-GT-INTERVIEWS(WS-GRP-IDX)
           END-IF
           IF WS-ET-HAS-RESULT(WS-EMP-IDX)
               ADD 1 TO WS-GT-RESPONDENTS(WS-GRP-IDX)
               ADD WS-ET-SCORE-A(WS-EMP-IDX)
                   TO WS-GT-SUM-A(WS-GRP-IDX)
               ADD WS-ET-SCORE-B(WS-EMP-IDX)
                   TO WS-GT-SUM-B(WS-GRP-IDX)
               ADD WS-ET-SCORE-C(WS-EMP-IDX)
                   TO WS-GT-SUM-C(WS-GRP-IDX)
               IF WS-ET-HIGH-STRESS(WS-EMP-IDX)
                   ADD 1 TO WS-GT-HIGH(WS-GRP-IDX)
               END-IF
           END-IF
           .

       PRINT-ANALYSIS-HEADER.
           MOVE
             'GROUP  RESPONDENTS  AVG A  AVG B  AVG C  HIGH STRESS'
               TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

      * PRINT-ONE-ANALYSIS: One group of the WS-PRINT-TYPE being
      * printed (space for the total). Under the minimum size only
      * the group's name is shown - not even its respondent count.
       PRINT-ONE-ANALYSIS.
           IF WS-PRINT-TYPE NOT = SPACE
                   AND WS-GT-TYPE(WS-GRP-IDX) NOT = WS-PRINT-TYPE
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-GROUP-LABEL

           MOVE SPACES TO WS-RPT-LINE
           IF WS-GT-RESPONDENTS(WS-GRP-IDX) < MIN-GROUP-SIZE
               IF WS-PRINT-TYPE NOT = SPACE
                   ADD 1 TO WS-SUPPRESSED-COUNT
               END-IF
               STRING WS-GRP-LABEL
                      '   SUPPRESSED - FEWER THAN ' MIN-GROUP-SIZE
                      ' RESPONDENTS'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-AVERAGE ROUNDED = WS-GT-SUM-A(WS-GRP-IDX)
               / WS-GT-RESPONDENTS(WS-GRP-IDX)
           MOVE WS-AVERAGE TO WS-AVG-A
           COMPUTE WS-AVERAGE ROUNDED = WS-GT-SUM-B(WS-GRP-IDX)
               / WS-GT-RESPONDENTS(WS-GRP-IDX)
           MOVE WS-AVERAGE TO WS-AVG-B
           COMPUTE WS-AVERAGE ROUNDED = WS-GT-SUM-C(WS-GRP-IDX)
               / WS-GT-RESPONDENTS(WS-GRP-IDX)
           MOVE WS-AVERAGE TO WS-AVG-C
           MOVE WS-GT-RESPONDENTS(WS-GRP-IDX) TO WS-CNT-1
           MOVE WS-GT-HIGH(WS-GRP-IDX) TO WS-CNT-2
           STRING WS-GRP-LABEL '      ' WS-CNT-1
                  '  ' WS-AVG-A '  ' WS-AVG-B '  ' WS-AVG-C
                  '       ' WS-CNT-2
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

      * PRINT-ONE-ANNUAL: The implementation figures for one
      * establishment (or the total); GROUP is Y when the
      * establishment had enough respondents to be analysed.
       PRINT-ONE-ANNUAL.
           IF WS-PRINT-TYPE NOT = SPACE
                   AND WS-GT-TYPE(WS-GRP-IDX) NOT = WS-PRINT-TYPE
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-GROUP-LABEL

           IF WS-GT-RESPONDENTS(WS-GRP-IDX) < MIN-GROUP-SIZE
               MOVE 'N' TO WS-ANALYSED-FLAG
           ELSE
               MOVE 'Y' TO WS-ANALYSED-FLAG
           END-IF
           IF WS-GT-IN-SERVICE(WS-GRP-IDX) >= MANDATORY-HEADCOUNT
                   AND WS-PRINT-TYPE NOT = SPACE
               MOVE 'MANDATORY' TO WS-MANDATORY-TAG
           ELSE
               MOVE SPACES TO WS-MANDATORY-TAG
           END-IF
           MOVE WS-GT-IN-SERVICE(WS-GRP-IDX) TO WS-CNT-1
           MOVE WS-GT-EXAMINED(WS-GRP-IDX) TO WS-CNT-2
           MOVE WS-GT-HIGH(WS-GRP-IDX) TO WS-CNT-3
           MOVE WS-GT-INTERVIEWS(WS-GRP-IDX) TO WS-CNT-4
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-GRP-LABEL ' ' WS-CNT-1 '   ' WS-CNT-2
                  '   ' WS-CNT-3 '   ' WS-CNT-4
                  '      ' WS-ANALYSED-FLAG '  ' WS-MANDATORY-TAG
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

       SET-GROUP-LABEL.
           EVALUATE TRUE
               WHEN WS-GRP-IDX = WS-TOTAL-SLOT
                   MOVE 'ALL' TO WS-GRP-LABEL
               WHEN WS-GT-DEPT-GROUP(WS-GRP-IDX)
                   MOVE WS-GT-CODE(WS-GRP-IDX) TO WS-DEPT-CODE
                   MOVE WS-DEPT-CODE TO WS-DEPT-DISPLAY
                   MOVE WS-DEPT-DISPLAY TO WS-GRP-LABEL
               WHEN WS-GT-CODE(WS-GRP-IDX) = SPACES
                   MOVE '(NONE)' TO WS-GRP-LABEL
               WHEN OTHER
                   MOVE WS-GT-CODE(WS-GRP-IDX) TO WS-GRP-LABEL
           END-EVALUATE
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

       END PROGRAM STRSGRP.
