       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESRPT.
      ******************************************************************
      * ACCESRPT - Personal Data Read-Access Report
      * Purpose: Answers "who looked at this employee's salary, bank
      *          account or dependents" for the personal information
      *          review, from the read-access entries the HRMENU
      *          inquiry screens and DISCLOSE write through AUDIT-LOG
      *          (PERSNL-VIEW, SALARY-VIEW, BANK-VIEW, DEPEND-VIEW,
      *          DISCLOSURE - detail layout in access.cpy).
      *          Three sections over the reporting window:
      *            1. by operator and day, flagging a day over the
      *               daily view limit as HIGH VOLUME;
      *            2. by employee, views per area - or, for one
      *               employee, every access in turn;
      *            3. operators who viewed employees of a department
      *               they never looked at in the baseline months
      *               before the window. Operators carry no home
      *               department, so "usual" is learned from their
      *               own history; one with no baseline history is
      *               listed, not flagged.
      *          Covers the live audit.log and the archived months
      *          AUDARCH has rotated out, as AUDITRPT does.
      * Input: hr-cobol/data/audit.log
      *        hr-cobol/data/archive/audit_index.txt
      *        hr-cobol/data/archive/audit_<YYYYMM>.log
      *        EMP-SVC (department of an employee the entry lacks)
      * Output: hr-cobol/data/reports/ACCESRPT_<generation>.rpt
      *         (via RPT-PRINT), console summary
      * Parm: ACCESRPT_FROM / ACCESRPT_TO environment variables
      *       (YYYYMMDD, default the first of this month to today)
      *       ACCESRPT_EMP_ID environment variable (9 digits,
      *       optional - lists every access to that employee)
      *       ACCESRPT_DAILY_LIMIT environment variable (views per
      *       operator per day before HIGH VOLUME, default 50)
      *       ACCESRPT_BASELINE_MONTHS environment variable (months
      *       before the window that set the usual departments,
      *       default 3)
      * Note: SALARY-VIEW entries written before the access detail
      *       carry only the record key: a compensation view still
      *       names the employee, a payroll view is counted against
      *       the operator but not an employee. The department is
      *       the employee's current one where the entry has none.
      *       RETURN-CODE 4 when anything is flagged.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE
               ASSIGN TO 'hr-cobol/data/audit.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT ARCHIVE-FILE
               ASSIGN TO DYNAMIC WS-ARCHIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT INDEX-FILE
               ASSIGN TO 'hr-cobol/data/archive/audit_index.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           COPY audit REPLACING ==05== BY ==10==.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           COPY audit REPLACING ==05== BY ==10==.

       FD  INDEX-FILE.
       01  INDEX-RECORD             PIC X(60).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME          PIC X(10) VALUE 'ACCESRPT'.
       01  WS-VERSION               PIC X(10) VALUE '1.0.0'.

      * Print-file plumbing (shared RPT-PRINT writer)
       01  WS-RPT-OP               PIC X.
       01  WS-RPT-NAME             PIC X(8)  VALUE 'ACCESRPT'.
       01  WS-RPT-TITLE            PIC X(40)
           VALUE 'PERSONAL DATA READ ACCESS'.
       01  WS-RPT-OPERATOR         PIC X(16).
       01  WS-RPT-LINE             PIC X(100).
       01  WS-RPT-STATUS           PIC 9.

       01  WS-AUDIT-FILE-STATUS     PIC XX.
           88  AUDIT-FILE-OK            VALUE '00'.
           88  AUDIT-FILE-EOF           VALUE '10'.
           88  AUDIT-FILE-NOT-FOUND     VALUE '35'.
       01  WS-ARCH-FILE-STATUS      PIC XX.
           88  ARCH-FILE-OK             VALUE '00'.
           88  ARCH-FILE-EOF            VALUE '10'.
       01  WS-IDX-FILE-STATUS       PIC XX.
           88  IDX-FILE-OK              VALUE '00'.
           88  IDX-FILE-EOF             VALUE '10'.

       01  WS-ARCHIVE-PATH          PIC X(60).
       01  WS-INDEX-MONTH           PIC X(6).
       01  WS-ARCHIVES-SEARCHED     PIC 9(3) VALUE 0.

       01  WS-AUDIT-REC.
           COPY audit REPLACING ==05== BY ==10==.
       01  WS-ACCESS-DETAIL.
           COPY access.

      * Working storage for EMP-SVC calls
           COPY emp-req.
           COPY emp-res.

      * Run parameters
       01  WS-ENV-DATE              PIC X(10).
       01  WS-ENV-EMP-ID            PIC X(10).
       01  WS-ENV-NUMBER            PIC X(10).
       01  WS-NUMBER-TEXT           PIC X(10).
       01  WS-NUMBER-LEN            PIC 9(2).
       01  WS-TODAY                 PIC 9(8).
       01  WS-FROM-DATE             PIC 9(8) VALUE 0.
       01  WS-TO-DATE               PIC 9(8) VALUE 0.
       01  WS-EMP-FILTER            PIC 9(9) VALUE 0.
       01  WS-DAILY-LIMIT           PIC 9(4) VALUE 50.
       01  WS-BASELINE-MONTHS       PIC 9(2) VALUE 3.
       01  WS-DATE-PARTS.
           05  WS-DATE-YYYY         PIC 9(4).
           05  WS-DATE-MM           PIC 9(2).
           05  WS-DATE-DD           PIC 9(2).

      * Baseline window - whole months before WS-FROM-DATE
       01  WS-MONTH-INDEX           PIC 9(6).
       01  WS-BASE-YEAR             PIC 9(4).
       01  WS-BASE-MONTH            PIC 9(2).
       01  WS-BASE-FROM-DATE        PIC 9(8).
       01  WS-SCAN-FROM-MONTH       PIC 9(6).
       01  WS-SCAN-TO-MONTH         PIC 9(6).

      * The entry under evaluation
       01  WS-ENTRY-DATE            PIC 9(8).
       01  WS-ENTRY-OPERATOR        PIC X(16).
       01  WS-ENTRY-AREA            PIC X(3).
       01  WS-ENTRY-EMP-ID          PIC 9(9).
       01  WS-ENTRY-DEPT-ID         PIC 9(6).
       01  WS-ENTRY-SOURCE          PIC X(8).
       01  WS-ACCESS-SW             PIC X.
           88  ENTRY-IS-ACCESS          VALUE 'Y'.
           88  ENTRY-NOT-ACCESS         VALUE 'N'.
       01  WS-FOUND-SW              PIC X.
           88  ENTRY-FOUND              VALUE 'Y'.
           88  ENTRY-NOT-FOUND          VALUE 'N'.

      * Operators seen in the baseline or the window
       78  MAX-OPERATORS            VALUE 200.
       01  WS-OPER-COUNT            PIC 9(4) VALUE 0.
       01  WS-OPER-TABLE.
           05  WS-OPER-ENTRY OCCURS 200 TIMES.
               10  WS-OPER-ID           PIC X(16).
               10  WS-OPER-BASE-VIEWS   PIC 9(7).
               10  WS-OPER-WIN-VIEWS    PIC 9(7).
               10  WS-OPER-HIGH-DAYS    PIC 9(4).
               10  WS-OPER-OUTSIDE      PIC 9(4).

      * Window views per operator and day
       78  MAX-OPER-DAYS            VALUE 3000.
       01  WS-DAY-COUNT             PIC 9(4) VALUE 0.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 3000 TIMES.
               10  WS-DAY-OPER          PIC X(16).
               10  WS-DAY-DATE          PIC 9(8).
               10  WS-DAY-VIEWS         PIC 9(6).

      * Employees viewed - window views per area, and the
      * department (doubles as the lookup cache)
       78  MAX-EMPLOYEES            VALUE 3000.
       01  WS-EMP-COUNT             PIC 9(4) VALUE 0.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 3000 TIMES.
               10  WS-EMP-ID            PIC 9(9).
               10  WS-EMP-DEPT-ID       PIC 9(6).
               10  WS-EMP-PER-VIEWS     PIC 9(5).
               10  WS-EMP-SAL-VIEWS     PIC 9(5).
               10  WS-EMP-BNK-VIEWS     PIC 9(5).
               10  WS-EMP-DEP-VIEWS     PIC 9(5).
               10  WS-EMP-ALL-VIEWS     PIC 9(5).
               10  WS-EMP-WIN-VIEWS     PIC 9(6).

      * Operator / department pairs - the baseline pairs are the
      * usual departments, the window pairs are checked against them
       78  MAX-PAIRS                VALUE 2000.
       01  WS-BASE-PAIR-COUNT       PIC 9(4) VALUE 0.
       01  WS-BASE-PAIR-TABLE.
           05  WS-BASE-PAIR OCCURS 2000 TIMES.
               10  WS-BASE-OPER         PIC X(16).
               10  WS-BASE-DEPT         PIC 9(6).
       01  WS-WIN-PAIR-COUNT        PIC 9(4) VALUE 0.
       01  WS-WIN-PAIR-TABLE.
           05  WS-WIN-PAIR OCCURS 2000 TIMES.
               10  WS-WIN-OPER          PIC X(16).
               10  WS-WIN-DEPT          PIC 9(6).
               10  WS-WIN-FIRST-DATE    PIC 9(8).
               10  WS-WIN-FIRST-EMP     PIC 9(9).
               10  WS-WIN-VIEWS         PIC 9(5).

      * Every access to the one employee asked for, in file order
       78  MAX-EMP-DETAIL           VALUE 500.
       01  WS-DETAIL-COUNT          PIC 9(4) VALUE 0.
       01  WS-DETAIL-TABLE.
           05  WS-DETAIL-ENTRY OCCURS 500 TIMES.
               10  WS-DTL-TIMESTAMP     PIC 9(14).
               10  WS-DTL-OPER          PIC X(16).
               10  WS-DTL-ACTION        PIC X(12).
               10  WS-DTL-SOURCE        PIC X(8).
               10  WS-DTL-NOTE          PIC X(40).

       01  WS-OX                    PIC 9(4).
       01  WS-DX                    PIC 9(4).
       01  WS-EX                    PIC 9(4).
       01  WS-PX                    PIC 9(4).
       01  WS-BX                    PIC 9(4).

      * Run totals
       01  WS-TOTAL-COUNT           PIC 9(7) VALUE 0.
       01  WS-WINDOW-COUNT          PIC 9(7) VALUE 0.
       01  WS-BASELINE-COUNT        PIC 9(7) VALUE 0.
       01  WS-UNRESOLVED-COUNT      PIC 9(6) VALUE 0.
       01  WS-HIGH-DAY-COUNT        PIC 9(4) VALUE 0.
       01  WS-OUTSIDE-COUNT         PIC 9(4) VALUE 0.
       01  WS-NO-BASE-COUNT         PIC 9(4) VALUE 0.
       01  WS-DROPPED-COUNT         PIC 9(6) VALUE 0.

       01  WS-COUNT-DISPLAY         PIC ZZZ,ZZ9.
       01  WS-VIEWS-DISPLAY         PIC ZZ,ZZ9.
       01  WS-PER-DISPLAY           PIC ZZ,ZZ9.
       01  WS-SAL-DISPLAY           PIC ZZ,ZZ9.
       01  WS-BNK-DISPLAY           PIC ZZ,ZZ9.
       01  WS-DEP-DISPLAY           PIC ZZ,ZZ9.
       01  WS-ALL-DISPLAY           PIC ZZ,ZZ9.
       01  WS-FLAG-TEXT             PIC X(12).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'ACCESRPT - Personal Data Read-Access Report v'
               WS-VERSION

           PERFORM GET-RUN-PARAMETERS
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY 'ERROR: ACCESRPT_FROM is after ACCESRPT_TO.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM SCAN-ARCHIVE-SET
           PERFORM SCAN-AUDIT-LOG
           PERFORM CHECK-USUAL-DEPARTMENTS

           PERFORM OPEN-PRINT-FILE
           PERFORM PRINT-BY-OPERATOR
           PERFORM PRINT-BY-EMPLOYEE
           PERFORM PRINT-OUTSIDE-DEPARTMENTS
           PERFORM PRINT-SUMMARY
           PERFORM CLOSE-PRINT-FILE

           MOVE WS-WINDOW-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Read-access entries:       ' WS-COUNT-DISPLAY
           MOVE WS-HIGH-DAY-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'High-volume operator days: ' WS-COUNT-DISPLAY
           MOVE WS-OUTSIDE-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Outside usual departments: ' WS-COUNT-DISPLAY
           IF WS-DROPPED-COUNT > 0
               MOVE WS-DROPPED-COUNT TO WS-COUNT-DISPLAY
               DISPLAY 'WARNING: entries beyond table capacity: '
                   WS-COUNT-DISPLAY
           END-IF
           IF WS-HIGH-DAY-COUNT > 0 OR WS-OUTSIDE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      * GET-RUN-PARAMETERS: The window, the optional employee, the
      * daily limit and the baseline length, then the first day of
      * the baseline - whole calendar months before the window's
      * first month.
       GET-RUN-PARAMETERS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           MOVE SPACES TO WS-ENV-DATE
           ACCEPT WS-ENV-DATE FROM ENVIRONMENT 'ACCESRPT_FROM'
           IF WS-ENV-DATE(1:8) IS NUMERIC
               MOVE WS-ENV-DATE(1:8) TO WS-FROM-DATE
           ELSE
               MOVE WS-TODAY TO WS-DATE-PARTS
               MOVE 1 TO WS-DATE-DD
               MOVE WS-DATE-PARTS TO WS-FROM-DATE
           END-IF

           MOVE SPACES TO WS-ENV-DATE
           ACCEPT WS-ENV-DATE FROM ENVIRONMENT 'ACCESRPT_TO'
           IF WS-ENV-DATE(1:8) IS NUMERIC
               MOVE WS-ENV-DATE(1:8) TO WS-TO-DATE
           ELSE
               MOVE WS-TODAY TO WS-TO-DATE
           END-IF

           MOVE SPACES TO WS-ENV-EMP-ID
           ACCEPT WS-ENV-EMP-ID FROM ENVIRONMENT 'ACCESRPT_EMP_ID'
           IF WS-ENV-EMP-ID(1:9) IS NUMERIC
               MOVE WS-ENV-EMP-ID(1:9) TO WS-EMP-FILTER
           END-IF

           MOVE SPACES TO WS-ENV-NUMBER
           ACCEPT WS-ENV-NUMBER FROM ENVIRONMENT 'ACCESRPT_DAILY_LIMIT'
           PERFORM PARSE-ENV-NUMBER
           IF WS-NUMBER-LEN > 0 AND WS-NUMBER-LEN < 5
               MOVE WS-NUMBER-TEXT(1:WS-NUMBER-LEN) TO WS-DAILY-LIMIT
           END-IF

           MOVE SPACES TO WS-ENV-NUMBER
           ACCEPT WS-ENV-NUMBER
               FROM ENVIRONMENT 'ACCESRPT_BASELINE_MONTHS'
           PERFORM PARSE-ENV-NUMBER
           IF WS-NUMBER-LEN > 0 AND WS-NUMBER-LEN < 3
               MOVE WS-NUMBER-TEXT(1:WS-NUMBER-LEN)
                   TO WS-BASELINE-MONTHS
           END-IF

      *    Month arithmetic on a running month number, so the
      *    baseline can reach back across a year end
           MOVE WS-FROM-DATE TO WS-DATE-PARTS
           COMPUTE WS-MONTH-INDEX =
               WS-DATE-YYYY * 12 + WS-DATE-MM - 1 - WS-BASELINE-MONTHS
           COMPUTE WS-BASE-YEAR = WS-MONTH-INDEX / 12
           COMPUTE WS-BASE-MONTH =
               WS-MONTH-INDEX - WS-BASE-YEAR * 12 + 1
           COMPUTE WS-BASE-FROM-DATE =
               WS-BASE-YEAR * 10000 + WS-BASE-MONTH * 100 + 1
           COMPUTE WS-SCAN-FROM-MONTH = WS-BASE-FROM-DATE / 100
           COMPUTE WS-SCAN-TO-MONTH = WS-TO-DATE / 100

           DISPLAY 'Window:   ' WS-FROM-DATE ' - ' WS-TO-DATE
           DISPLAY 'Baseline: ' WS-BASE-FROM-DATE ' onward ('
               WS-BASELINE-MONTHS ' months)'
           DISPLAY 'Daily view limit: ' WS-DAILY-LIMIT
           IF WS-EMP-FILTER NOT = 0
               DISPLAY 'Employee: ' WS-EMP-FILTER
           END-IF
           .

      * PARSE-ENV-NUMBER: The leading digits of WS-ENV-NUMBER in
      * WS-NUMBER-TEXT, their length in WS-NUMBER-LEN (0 when the
      * value is blank or not a number).
       PARSE-ENV-NUMBER.
           MOVE SPACES TO WS-NUMBER-TEXT
           MOVE 0 TO WS-NUMBER-LEN
           UNSTRING WS-ENV-NUMBER DELIMITED BY SPACE
               INTO WS-NUMBER-TEXT COUNT IN WS-NUMBER-LEN
           END-UNSTRING
           IF WS-NUMBER-LEN > 0
               IF WS-NUMBER-TEXT(1:WS-NUMBER-LEN) IS NOT NUMERIC
                   MOVE 0 TO WS-NUMBER-LEN
               END-IF
           END-IF
           .

      * SCAN-ARCHIVE-SET: Archived months from the start of the
      * baseline to the end of the window, oldest first as the
      * index lists them, so the entries are met in time order.
       SCAN-ARCHIVE-SET.
           OPEN INPUT INDEX-FILE
           IF NOT IDX-FILE-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL IDX-FILE-EOF
               READ INDEX-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE INDEX-RECORD(1:6) TO WS-INDEX-MONTH
                       IF WS-INDEX-MONTH IS NUMERIC
                           AND WS-INDEX-MONTH >= WS-SCAN-FROM-MONTH
                           AND WS-INDEX-MONTH <= WS-SCAN-TO-MONTH
                           PERFORM SCAN-ONE-ARCHIVE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE INDEX-FILE
           .

       SCAN-ONE-ARCHIVE.
           MOVE SPACES TO WS-ARCHIVE-PATH
           STRING 'hr-cobol/data/archive/audit_' WS-INDEX-MONTH
                  '.log'
               DELIMITED BY SIZE INTO WS-ARCHIVE-PATH

           OPEN INPUT ARCHIVE-FILE
           IF NOT ARCH-FILE-OK
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ARCHIVES-SEARCHED

           PERFORM UNTIL ARCH-FILE-EOF
               READ ARCHIVE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-COUNT
                       MOVE ARCHIVE-RECORD TO WS-AUDIT-REC
                       PERFORM EVALUATE-AUDIT-ENTRY
               END-READ
           END-PERFORM

           CLOSE ARCHIVE-FILE
           .

       SCAN-AUDIT-LOG.
           OPEN INPUT AUDIT-FILE
           IF AUDIT-FILE-NOT-FOUND
               DISPLAY 'No audit log found.'
               EXIT PARAGRAPH
           END-IF
           IF NOT AUDIT-FILE-OK
               DISPLAY 'ERROR: Cannot open audit log.'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL AUDIT-FILE-EOF
               READ AUDIT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-COUNT
                       MOVE AUDIT-RECORD TO WS-AUDIT-REC
                       PERFORM EVALUATE-AUDIT-ENTRY
               END-READ
           END-PERFORM

           CLOSE AUDIT-FILE
           .

      * EVALUATE-AUDIT-ENTRY: A read-access entry inside the
      * baseline or the window is decoded and counted; everything
      * else on the trail is passed over.
       EVALUATE-AUDIT-ENTRY.
           MOVE AUDIT-TIMESTAMP OF WS-AUDIT-REC(1:8) TO WS-ENTRY-DATE
           IF WS-ENTRY-DATE < WS-BASE-FROM-DATE
                   OR WS-ENTRY-DATE > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF

           PERFORM DECODE-ACCESS-ENTRY
           IF ENTRY-NOT-ACCESS
               EXIT PARAGRAPH
           END-IF

           IF WS-ENTRY-EMP-ID NOT = 0
               PERFORM FIND-EMPLOYEE-ENTRY
           END-IF

           PERFORM FIND-OPERATOR-ENTRY
           IF WS-OX = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-ENTRY-DATE < WS-FROM-DATE
               ADD 1 TO WS-BASELINE-COUNT
               ADD 1 TO WS-OPER-BASE-VIEWS(WS-OX)
               IF WS-ENTRY-DEPT-ID NOT = 0
                   PERFORM ADD-BASELINE-PAIR
               END-IF
           ELSE
               PERFORM COUNT-WINDOW-ENTRY
           END-IF
           .

      * DECODE-ACCESS-ENTRY: The area, employee and department of a
      * read-access entry. Entries with the access detail carry them
      * all; an older SALARY-VIEW has only its ENTITY-TYPE/ID.
       DECODE-ACCESS-ENTRY.
           SET ENTRY-NOT-ACCESS TO TRUE
           MOVE SPACES TO WS-ENTRY-AREA
           MOVE SPACES TO WS-ENTRY-SOURCE
           MOVE 0 TO WS-ENTRY-EMP-ID
           MOVE 0 TO WS-ENTRY-DEPT-ID
           MOVE USER-ID OF WS-AUDIT-REC TO WS-ENTRY-OPERATOR

           EVALUATE ACTION OF WS-AUDIT-REC
               WHEN 'PERSNL-VIEW'
               WHEN 'SALARY-VIEW'
               WHEN 'BANK-VIEW'
               WHEN 'DEPEND-VIEW'
               WHEN 'DISCLOSURE'
                   SET ENTRY-IS-ACCESS TO TRUE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE AFTER-VALUE OF WS-AUDIT-REC TO WS-ACCESS-DETAIL
           IF ACC-DETAIL-PRESENT
               MOVE ACC-AREA TO WS-ENTRY-AREA
               MOVE ACC-SOURCE TO WS-ENTRY-SOURCE
               IF ACC-EMP-ID IS NUMERIC
                   MOVE ACC-EMP-ID TO WS-ENTRY-EMP-ID
               END-IF
               IF ACC-DEPT-ID IS NUMERIC
                   MOVE ACC-DEPT-ID TO WS-ENTRY-DEPT-ID
               END-IF
           ELSE
               MOVE 'SAL' TO WS-ENTRY-AREA
               MOVE 'HRMENU' TO WS-ENTRY-SOURCE
               IF ENTITY-TYPE OF WS-AUDIT-REC = 'CMP'
                   MOVE ENTITY-ID OF WS-AUDIT-REC TO WS-ENTRY-EMP-ID
               END-IF
               IF ENTITY-TYPE OF WS-AUDIT-REC = 'PAY'
                       AND ENTITY-ID OF WS-AUDIT-REC = 0
                   MOVE 'PAYRPT' TO WS-ENTRY-SOURCE
               END-IF
           END-IF
           .

      * FIND-EMPLOYEE-ENTRY: The employee's slot (WS-EX), added on
      * first sight. The department comes from the entry, else from
      * the slot, else from EMP-SVC once per employee.
       FIND-EMPLOYEE-ENTRY.
           MOVE 0 TO WS-EX
           PERFORM VARYING WS-BX FROM 1 BY 1
                   UNTIL WS-BX > WS-EMP-COUNT OR WS-EX > 0
               IF WS-EMP-ID(WS-BX) = WS-ENTRY-EMP-ID
                   MOVE WS-BX TO WS-EX
               END-IF
           END-PERFORM

           IF WS-EX = 0
               IF WS-EMP-COUNT >= MAX-EMPLOYEES
                   ADD 1 TO WS-DROPPED-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-EMP-COUNT
               MOVE WS-EMP-COUNT TO WS-EX
               INITIALIZE WS-EMP-ENTRY(WS-EX)
               MOVE WS-ENTRY-EMP-ID TO WS-EMP-ID(WS-EX)
               MOVE WS-ENTRY-DEPT-ID TO WS-EMP-DEPT-ID(WS-EX)
               IF WS-ENTRY-DEPT-ID = 0
                   PERFORM LOOKUP-EMPLOYEE-DEPT
               END-IF
           END-IF

           IF WS-ENTRY-DEPT-ID = 0
               MOVE WS-EMP-DEPT-ID(WS-EX) TO WS-ENTRY-DEPT-ID
           END-IF
           .

       LOOKUP-EMPLOYEE-DEPT.
           INITIALIZE EMP-SVC-REQ
           MOVE 'F' TO OP-CODE OF EMP-SVC-REQ
           MOVE 'ACCESRPT' TO USER-ID OF EMP-SVC-REQ
           MOVE SPACES TO CORR-ID OF EMP-SVC-REQ
           MOVE WS-ENTRY-EMP-ID TO Q-EMP-ID OF EMP-SVC-REQ

           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES

           IF OK OF EMP-SVC-RES
               MOVE DEPT-ID OF OUT-EMP OF EMP-SVC-RES
                   TO WS-EMP-DEPT-ID(WS-EX)
           END-IF
           .

      * FIND-OPERATOR-ENTRY: The operator's slot (WS-OX), added on
      * first sight; 0 when the table is full.
       FIND-OPERATOR-ENTRY.
           MOVE 0 TO WS-OX
           PERFORM VARYING WS-BX FROM 1 BY 1
                   UNTIL WS-BX > WS-OPER-COUNT OR WS-OX > 0
               IF WS-OPER-ID(WS-BX) = WS-ENTRY-OPERATOR
                   MOVE WS-BX TO WS-OX
               END-IF
           END-PERFORM

           IF WS-OX = 0
               IF WS-OPER-COUNT >= MAX-OPERATORS
                   ADD 1 TO WS-DROPPED-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-OPER-COUNT
               MOVE WS-OPER-COUNT TO WS-OX
               INITIALIZE WS-OPER-ENTRY(WS-OX)
               MOVE WS-ENTRY-OPERATOR TO WS-OPER-ID(WS-OX)
           END-IF
           .

       ADD-BASELINE-PAIR.
           SET ENTRY-NOT-FOUND TO TRUE
           PERFORM VARYING WS-BX FROM 1 BY 1
                   UNTIL WS-BX > WS-BASE-PAIR-COUNT OR ENTRY-FOUND
               IF WS-BASE-OPER(WS-BX) = WS-ENTRY-OPERATOR
                       AND WS-BASE-DEPT(WS-BX) = WS-ENTRY-DEPT-ID
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF ENTRY-NOT-FOUND
               IF WS-BASE-PAIR-COUNT >= MAX-PAIRS
                   ADD 1 TO WS-DROPPED-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BASE-PAIR-COUNT
               MOVE WS-ENTRY-OPERATOR
                   TO WS-BASE-OPER(WS-BASE-PAIR-COUNT)
               MOVE WS-ENTRY-DEPT-ID
                   TO WS-BASE-DEPT(WS-BASE-PAIR-COUNT)
           END-IF
           .

      * COUNT-WINDOW-ENTRY: A view inside the reporting window -
      * counted for the operator's day, the employee's area, and
      * the operator/department pair; kept in full when it is the
      * employee asked for.
       COUNT-WINDOW-ENTRY.
           ADD 1 TO WS-WINDOW-COUNT
           ADD 1 TO WS-OPER-WIN-VIEWS(WS-OX)
           PERFORM ADD-OPERATOR-DAY

           IF WS-ENTRY-EMP-ID = 0 OR WS-EX = 0
               ADD 1 TO WS-UNRESOLVED-COUNT
           ELSE
               ADD 1 TO WS-EMP-WIN-VIEWS(WS-EX)
               EVALUATE WS-ENTRY-AREA
                   WHEN 'PER'
                       ADD 1 TO WS-EMP-PER-VIEWS(WS-EX)
                   WHEN 'SAL'
                       ADD 1 TO WS-EMP-SAL-VIEWS(WS-EX)
                   WHEN 'BNK'
                       ADD 1 TO WS-EMP-BNK-VIEWS(WS-EX)
                   WHEN 'DEP'
                       ADD 1 TO WS-EMP-DEP-VIEWS(WS-EX)
                   WHEN OTHER
                       ADD 1 TO WS-EMP-ALL-VIEWS(WS-EX)
               END-EVALUATE
           END-IF

           IF WS-ENTRY-DEPT-ID NOT = 0
               PERFORM ADD-WINDOW-PAIR
           END-IF

           IF WS-EMP-FILTER NOT = 0
                   AND WS-ENTRY-EMP-ID = WS-EMP-FILTER
               PERFORM KEEP-EMPLOYEE-DETAIL
           END-IF
           .

       ADD-OPERATOR-DAY.
           MOVE 0 TO WS-DX
           PERFORM VARYING WS-BX FROM 1 BY 1
                   UNTIL WS-BX > WS-DAY-COUNT OR WS-DX > 0
               IF WS-DAY-OPER(WS-BX) = WS-ENTRY-OPERATOR
                       AND WS-DAY-DATE(WS-BX) = WS-ENTRY-DATE
                   MOVE WS-BX TO WS-DX
               END-IF
           END-PERFORM

           IF WS-DX = 0
               IF WS-DAY-COUNT >= MAX-OPER-DAYS
                   ADD 1 TO WS-DROPPED-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DAY-COUNT
               MOVE WS-DAY-COUNT TO WS-DX
               MOVE WS-ENTRY-OPERATOR TO WS-DAY-OPER(WS-DX)
               MOVE WS-ENTRY-DATE TO WS-DAY-DATE(WS-DX)
               MOVE 0 TO WS-DAY-VIEWS(WS-DX)
           END-IF

           ADD 1 TO WS-DAY-VIEWS(WS-DX)
           .

       ADD-WINDOW-PAIR.
           MOVE 0 TO WS-PX
           PERFORM VARYING WS-BX FROM 1 BY 1
                   UNTIL WS-BX > WS-WIN-PAIR-COUNT OR WS-PX > 0
               IF WS-WIN-OPER(WS-BX) = WS-ENTRY-OPERATOR
                       AND WS-WIN-DEPT(WS-BX) = WS-ENTRY-DEPT-ID
                   MOVE WS-BX TO WS-PX
               END-IF
           END-PERFORM

           IF WS-PX = 0
               IF WS-WIN-PAIR-COUNT >= MAX-PAIRS
                   ADD 1 TO WS-DROPPED-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-WIN-PAIR-COUNT
               MOVE WS-WIN-PAIR-COUNT TO WS-PX
               MOVE WS-ENTRY-OPERATOR TO WS-WIN-OPER(WS-PX)
               MOVE WS-ENTRY-DEPT-ID TO WS-WIN-DEPT(WS-PX)
               MOVE WS-ENTRY-DATE TO WS-WIN-FIRST-DATE(WS-PX)
               MOVE WS-ENTRY-EMP-ID TO WS-WIN-FIRST-EMP(WS-PX)
               MOVE 0 TO WS-WIN-VIEWS(WS-PX)
           END-IF

           ADD 1 TO WS-WIN-VIEWS(WS-PX)
           .

       KEEP-EMPLOYEE-DETAIL.
           IF WS-DETAIL-COUNT >= MAX-EMP-DETAIL
               ADD 1 TO WS-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DETAIL-COUNT
           MOVE AUDIT-TIMESTAMP OF WS-AUDIT-REC
               TO WS-DTL-TIMESTAMP(WS-DETAIL-COUNT)
           MOVE WS-ENTRY-OPERATOR TO WS-DTL-OPER(WS-DETAIL-COUNT)
           MOVE ACTION OF WS-AUDIT-REC
               TO WS-DTL-ACTION(WS-DETAIL-COUNT)
           MOVE WS-ENTRY-SOURCE TO WS-DTL-SOURCE(WS-DETAIL-COUNT)
           IF ACC-DETAIL-PRESENT
               MOVE ACC-NOTE TO WS-DTL-NOTE(WS-DETAIL-COUNT)
           ELSE
               MOVE AFTER-VALUE OF WS-AUDIT-REC(1:40)
                   TO WS-DTL-NOTE(WS-DETAIL-COUNT)
           END-IF
           .

      * CHECK-USUAL-DEPARTMENTS: Once the whole trail is read, each
      * window operator/department pair is looked for among the
      * operator's baseline pairs. Operators with no baseline views
      * at all have nothing to compare against.
       CHECK-USUAL-DEPARTMENTS.
           PERFORM VARYING WS-OX FROM 1 BY 1
                   UNTIL WS-OX > WS-OPER-COUNT
               IF WS-OPER-WIN-VIEWS(WS-OX) > 0
                       AND WS-OPER-BASE-VIEWS(WS-OX) = 0
                   ADD 1 TO WS-NO-BASE-COUNT
               END-IF
           END-PERFORM

           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-WIN-PAIR-COUNT
               MOVE WS-WIN-OPER(WS-PX) TO WS-ENTRY-OPERATOR
               PERFORM FIND-OPERATOR-ENTRY
               IF WS-OX > 0
                   IF WS-OPER-BASE-VIEWS(WS-OX) > 0
                       SET ENTRY-NOT-FOUND TO TRUE
                       PERFORM VARYING WS-BX FROM 1 BY 1
                               UNTIL WS-BX > WS-BASE-PAIR-COUNT
                                  OR ENTRY-FOUND
                           IF WS-BASE-OPER(WS-BX) = WS-WIN-OPER(WS-PX)
                                   AND WS-BASE-DEPT(WS-BX)
                                       = WS-WIN-DEPT(WS-PX)
                               SET ENTRY-FOUND TO TRUE
                           END-IF
                       END-PERFORM
                       IF ENTRY-NOT-FOUND
                           ADD 1 TO WS-OPER-OUTSIDE(WS-OX)
                           ADD 1 TO WS-OUTSIDE-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-DAY-COUNT
               IF WS-DAY-VIEWS(WS-DX) > WS-DAILY-LIMIT
                   ADD 1 TO WS-HIGH-DAY-COUNT
                   MOVE WS-DAY-OPER(WS-DX) TO WS-ENTRY-OPERATOR
                   PERFORM FIND-OPERATOR-ENTRY
                   IF WS-OX > 0
                       ADD 1 TO WS-OPER-HIGH-DAYS(WS-OX)
                   END-IF
               END-IF
           END-PERFORM
           .

      * PRINT-BY-OPERATOR: Section 1 - each operator's window total
      * and their views day by day, a day over the limit flagged.
       PRINT-BY-OPERATOR.
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-DAILY-LIMIT TO WS-VIEWS-DISPLAY
           STRING 'SECTION 1 - ACCESS BY OPERATOR AND DAY'
                  '   (DAILY LIMIT ' WS-VIEWS-DISPLAY ')'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE ALL '-' TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           PERFORM VARYING WS-OX FROM 1 BY 1
                   UNTIL WS-OX > WS-OPER-COUNT
               IF WS-OPER-WIN-VIEWS(WS-OX) > 0
                   PERFORM PRINT-ONE-OPERATOR
               END-IF
           END-PERFORM

           IF WS-WINDOW-COUNT = 0
               MOVE '  (no read access recorded in the window)'
                   TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-IF
           .

       PRINT-ONE-OPERATOR.
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-OPER-WIN-VIEWS(WS-OX) TO WS-COUNT-DISPLAY
           STRING 'OPERATOR ' WS-OPER-ID(WS-OX)
                  '  VIEWS ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-DAY-COUNT
               IF WS-DAY-OPER(WS-DX) = WS-OPER-ID(WS-OX)
                   MOVE SPACES TO WS-FLAG-TEXT
                   IF WS-DAY-VIEWS(WS-DX) > WS-DAILY-LIMIT
                       MOVE 'HIGH VOLUME' TO WS-FLAG-TEXT
                   END-IF
                   MOVE WS-DAY-VIEWS(WS-DX) TO WS-VIEWS-DISPLAY
                   MOVE SPACES TO WS-RPT-LINE
                   STRING '    ' WS-DAY-DATE(WS-DX)
                          '  ' WS-VIEWS-DISPLAY
                          '  ' WS-FLAG-TEXT
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM EMIT-PRINT-LINE
               END-IF
           END-PERFORM
           .

      * PRINT-BY-EMPLOYEE: Section 2 - views per employee and area,
      * or every access to the one employee asked for.
       PRINT-BY-EMPLOYEE.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           IF WS-EMP-FILTER NOT = 0
               PERFORM PRINT-EMPLOYEE-DETAIL
               EXIT PARAGRAPH
           END-IF

           MOVE 'SECTION 2 - ACCESS BY EMPLOYEE' TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE ALL '-' TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           STRING '  EMP-ID     DEPT     PERSNL SALARY   BANK'
                  ' DEPEND DISCLS  TOTAL'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-EMP-COUNT
               IF WS-EMP-WIN-VIEWS(WS-EX) > 0
                   MOVE WS-EMP-PER-VIEWS(WS-EX) TO WS-PER-DISPLAY
                   MOVE WS-EMP-SAL-VIEWS(WS-EX) TO WS-SAL-DISPLAY
                   MOVE WS-EMP-BNK-VIEWS(WS-EX) TO WS-BNK-DISPLAY
                   MOVE WS-EMP-DEP-VIEWS(WS-EX) TO WS-DEP-DISPLAY
                   MOVE WS-EMP-ALL-VIEWS(WS-EX) TO WS-ALL-DISPLAY
                   MOVE WS-EMP-WIN-VIEWS(WS-EX) TO WS-VIEWS-DISPLAY
                   MOVE SPACES TO WS-RPT-LINE
                   STRING '  ' WS-EMP-ID(WS-EX)
                          '  ' WS-EMP-DEPT-ID(WS-EX)
                          ' ' WS-PER-DISPLAY ' ' WS-SAL-DISPLAY
                          ' ' WS-BNK-DISPLAY ' ' WS-DEP-DISPLAY
                          ' ' WS-ALL-DISPLAY ' ' WS-VIEWS-DISPLAY
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM EMIT-PRINT-LINE
               END-IF
           END-PERFORM

           IF WS-UNRESOLVED-COUNT > 0
               MOVE WS-UNRESOLVED-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING '  Salary views with no employee on the entry'
                      ' (payroll key only): ' WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-IF
           .

       PRINT-EMPLOYEE-DETAIL.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'SECTION 2 - ACCESS TO EMPLOYEE ' WS-EMP-FILTER
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE ALL '-' TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-DETAIL-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING '  ' WS-DTL-TIMESTAMP(WS-DX)
                      ' ' WS-DTL-OPER(WS-DX)
                      ' ' WS-DTL-ACTION(WS-DX)
                      ' ' WS-DTL-SOURCE(WS-DX)
                      ' ' WS-DTL-NOTE(WS-DX)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-PERFORM

           IF WS-DETAIL-COUNT = 0
               MOVE '  (no read access to this employee in the window)'
                   TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-IF
           .

      * PRINT-OUTSIDE-DEPARTMENTS: Section 3 - departments an
      * operator viewed in the window but not in the baseline, and
      * the operators there was no baseline to judge.
       PRINT-OUTSIDE-DEPARTMENTS.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'SECTION 3 - VIEWS OUTSIDE USUAL DEPARTMENTS'
                  '   (BASELINE FROM ' WS-BASE-FROM-DATE ')'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE ALL '-' TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-WIN-PAIR-COUNT
               MOVE WS-WIN-OPER(WS-PX) TO WS-ENTRY-OPERATOR
               PERFORM FIND-OPERATOR-ENTRY
               IF WS-OX > 0
                   IF WS-OPER-OUTSIDE(WS-OX) > 0
                       PERFORM PRINT-OUTSIDE-PAIR
                   END-IF
               END-IF
           END-PERFORM

           IF WS-OUTSIDE-COUNT = 0
               MOVE '  (none)' TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-IF

           IF WS-NO-BASE-COUNT > 0
               MOVE SPACES TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
               MOVE '  No baseline views - not assessed:'
                   TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
               PERFORM VARYING WS-OX FROM 1 BY 1
                       UNTIL WS-OX > WS-OPER-COUNT
                   IF WS-OPER-WIN-VIEWS(WS-OX) > 0
                           AND WS-OPER-BASE-VIEWS(WS-OX) = 0
                       MOVE SPACES TO WS-RPT-LINE
                       STRING '    ' WS-OPER-ID(WS-OX)
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       PERFORM EMIT-PRINT-LINE
                   END-IF
               END-PERFORM
           END-IF
           .

      * PRINT-OUTSIDE-PAIR: One window pair of a flagged operator,
      * printed when its department is not among their baseline
      * departments.
       PRINT-OUTSIDE-PAIR.
           SET ENTRY-NOT-FOUND TO TRUE
           PERFORM VARYING WS-BX FROM 1 BY 1
                   UNTIL WS-BX > WS-BASE-PAIR-COUNT OR ENTRY-FOUND
               IF WS-BASE-OPER(WS-BX) = WS-WIN-OPER(WS-PX)
                       AND WS-BASE-DEPT(WS-BX) = WS-WIN-DEPT(WS-PX)
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF ENTRY-FOUND
               EXIT PARAGRAPH
           END-IF

           MOVE WS-WIN-VIEWS(WS-PX) TO WS-VIEWS-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING '  ' WS-WIN-OPER(WS-PX)
                  ' DEPT ' WS-WIN-DEPT(WS-PX)
                  ' VIEWS ' WS-VIEWS-DISPLAY
                  ' FIRST ' WS-WIN-FIRST-DATE(WS-PX)
                  ' EMP ' WS-WIN-FIRST-EMP(WS-PX)
                  '  OUTSIDE USUAL'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

       PRINT-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-WINDOW-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'READ-ACCESS ENTRIES IN WINDOW ' WS-COUNT-DISPLAY
                  '   ARCHIVES SEARCHED ' WS-ARCHIVES-SEARCHED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-HIGH-DAY-COUNT TO WS-VIEWS-DISPLAY
           MOVE WS-OUTSIDE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'HIGH-VOLUME OPERATOR DAYS ' WS-VIEWS-DISPLAY
                  '   OUTSIDE USUAL DEPARTMENTS ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           IF WS-DROPPED-COUNT > 0
               MOVE WS-DROPPED-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING 'WARNING - ENTRIES BEYOND TABLE CAPACITY '
                      WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-IF
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
           STRING 'WINDOW ' WS-FROM-DATE ' - ' WS-TO-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
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

       END PROGRAM ACCESRPT.
