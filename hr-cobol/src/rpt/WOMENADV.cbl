       IDENTIFICATION DIVISION.
       PROGRAM-ID. WOMENADV.
      ******************************************************************
      * WOMENADV - Women's Advancement Statutory Disclosures
      * Purpose: The fiscal-year figures each legal entity publishes
      *          under the women's advancement rules, one section per
      *          COMPANY-CODE:
      *          - the gender pay gap: average annual pay of women as
      *            a percentage of men's, for all workers, regular
      *            (full-time) and non-regular employees, from the
      *            approved, paid and closed regular and bonus
      *            payrolls of the fiscal year;
      *          - the women's share of managers: in-service
      *            employees on a grade flagged managerial;
      *          - the male childcare leave uptake rate: men who began
      *            a childcare leave in the year against men with a
      *            child born in the year on the dependent file.
      *          Pay of employees with no sex code on file is kept
      *          out of the averages and counted separately.
      * Input: hr-cobol/data/employees.dat
      *        hr-cobol/data/payroll.dat
      *        hr-cobol/data/grades.dat
      *        hr-cobol/data/dependents.dat
      *        hr-cobol/data/leavetype.dat
      *        hr-cobol/data/company.dat (entity names)
      * Output: hr-cobol/data/reports/WOMENADV.rpt (via RPT-PRINT)
      * Parm: WOMENADV_FY environment variable (fiscal year YYYY,
      *       April YYYY through March YYYY+1, required)
      *       COMPANY_CODE environment variable (one entity only;
      *       blank reports every entity)
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE
               ASSIGN TO 'hr-cobol/data/employees.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT PAYROLL-FILE
               ASSIGN TO 'hr-cobol/data/payroll.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-FILE-STATUS.

           SELECT GRADE-FILE
               ASSIGN TO 'hr-cobol/data/grades.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-FILE-STATUS.

           SELECT DEPEND-FILE
               ASSIGN TO 'hr-cobol/data/dependents.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEP-FILE-STATUS.

           SELECT LEAVETYPE-FILE
               ASSIGN TO 'hr-cobol/data/leavetype.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LVT-FILE-STATUS.

           SELECT COMPANY-FILE
               ASSIGN TO 'hr-cobol/data/company.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD         PIC X(1000).

       FD  PAYROLL-FILE.
       01  PAYROLL-RECORD          PIC X(1000).

       FD  GRADE-FILE.
       01  GRADE-RECORD            PIC X(200).

       FD  DEPEND-FILE.
       01  DEPEND-RECORD           PIC X(200).

       FD  LEAVETYPE-FILE.
       01  LEAVETYPE-RECORD        PIC X(200).

       FD  COMPANY-FILE.
       01  COMPANY-RECORD          PIC X(200).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'WOMENADV'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

       01  WS-EMP-FILE-STATUS      PIC XX.
           88  EMP-FILE-OK             VALUE '00'.
           88  EMP-FILE-EOF            VALUE '10'.
           88  EMP-FILE-NOT-FOUND      VALUE '35'.

       01  WS-PAY-FILE-STATUS      PIC XX.
           88  PAY-FILE-OK             VALUE '00'.
           88  PAY-FILE-EOF            VALUE '10'.
           88  PAY-FILE-NOT-FOUND      VALUE '35'.

       01  WS-GRADE-FILE-STATUS    PIC XX.
           88  GRADE-FILE-OK           VALUE '00'.
           88  GRADE-FILE-EOF          VALUE '10'.

       01  WS-DEP-FILE-STATUS      PIC XX.
           88  DEP-FILE-OK             VALUE '00'.
           88  DEP-FILE-EOF            VALUE '10'.

       01  WS-LVT-FILE-STATUS      PIC XX.
           88  LVT-FILE-OK             VALUE '00'.
           88  LVT-FILE-EOF            VALUE '10'.

       01  WS-CO-FILE-STATUS       PIC XX.
           88  CO-FILE-OK              VALUE '00'.
           88  CO-FILE-EOF             VALUE '10'.

       01  WS-EMP-REC.
           COPY employee REPLACING ==05== BY ==10==.

       01  WS-PAY-REC.
           COPY payroll REPLACING ==05== BY ==10==.

       01  WS-GRADE-REC.
           COPY grade REPLACING ==05== BY ==10==.

       01  WS-DEP-REC.
           COPY depend REPLACING ==05== BY ==10==.

       01  WS-LVT-REC.
           COPY leavetype REPLACING ==05== BY ==10==.

       01  WS-CO-REC.
           COPY company REPLACING ==05== BY ==10==.

      * Print-file plumbing
       01  WS-RPT-OP               PIC X.
       01  WS-RPT-NAME             PIC X(8)  VALUE 'WOMENADV'.
       01  WS-RPT-TITLE            PIC X(40)
           VALUE 'WOMEN''S ADVANCEMENT DISCLOSURES'.
       01  WS-RPT-OPERATOR         PIC X(16).
       01  WS-RPT-LINE             PIC X(100).
       01  WS-RPT-STATUS           PIC 9.

      * The fiscal year - April of WOMENADV_FY through March of the
      * year after, as dates for the dependent and leave files and
      * as pay periods for the payroll file
       01  WS-ENV-FY               PIC X(10).
       01  WS-FISCAL-YEAR          PIC 9(4) VALUE 0.
       01  WS-FY-FROM-DATE         PIC 9(8).
       01  WS-FY-TO-DATE           PIC 9(8).
       01  WS-FY-FROM-PERIOD       PIC 9(6).
       01  WS-FY-TO-PERIOD         PIC 9(6).

      * The legal entity this run reports - blank for every entity;
      * records carrying spaces are the pre-company world and read
      * as 01
       01  WS-ENV-COMPANY          PIC X(10).
       01  WS-COMPANY-FILTER       PIC X(2) VALUE SPACES.
       01  WS-REC-COMPANY          PIC X(2).

      * Every employee's latest version - the file arrives in
      * EMP-ID + VALID-FROM order, so the last row read for an
      * EMP-ID is its latest and the table stays in EMP-ID order
      * for the binary search below
       78  MAX-ADV-EMPS            VALUE 5000.
       01  WS-EMP-COUNT            PIC 9(5) VALUE 0.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-EMP-COUNT
                   ASCENDING KEY IS WS-ET-EMP-ID
                   INDEXED BY WS-EMP-IDX.
               10  WS-ET-EMP-ID    PIC 9(9).
               10  WS-ET-COMPANY   PIC X(2).
               10  WS-ET-SEX       PIC X.
                   88  WS-ET-MALE          VALUE 'M'.
                   88  WS-ET-FEMALE        VALUE 'F'.
               10  WS-ET-TYPE      PIC X.
                   88  WS-ET-REGULAR       VALUE 'F'.
               10  WS-ET-STATUS    PIC X.
                   88  WS-ET-IN-SERVICE    VALUE 'A' 'L'.
               10  WS-ET-GRADE     PIC X(4).
               10  WS-ET-PAY       PIC 9(11)V99.
               10  WS-ET-BIRTH-SW  PIC X.
                   88  WS-ET-HAD-BIRTH     VALUE 'Y'.
               10  WS-ET-CHILDCARE-SW PIC X.
                   88  WS-ET-TOOK-CHILDCARE VALUE 'Y'.
       01  WS-EMP-FOUND-SW         PIC X.
           88  EMP-FOUND               VALUE 'Y'.
           88  EMP-NOT-FOUND           VALUE 'N'.

      * Grades flagged managerial
       78  MAX-ADV-GRADES          VALUE 500.
       01  WS-MGR-GRADE-COUNT      PIC 9(3) VALUE 0.
       01  WS-MGR-GRADE-TABLE.
           05  WS-MGR-GRADE-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-MGR-GRADE-IDX.
               10  WS-MG-CODE      PIC X(4).
       01  WS-MGR-GRADE-SW         PIC X.
           88  GRADE-IS-MANAGERIAL     VALUE 'Y'.
           88  GRADE-NOT-MANAGERIAL    VALUE 'N'.

      * One slot per entity - seeded from the company master in
      * code order, with any code found only on an employee added
      * on the end. Pay groups: 1 all workers, 2 regular, 3
      * non-regular.
       78  MAX-ADV-COMPANIES       VALUE 20.
       01  WS-CO-COUNT             PIC 9(3) VALUE 0.
       01  WS-CO-IDX               PIC 9(3).
       01  WS-CO-TABLE.
           05  WS-CO-ENTRY OCCURS 20 TIMES.
               10  WS-CT-CODE      PIC X(2).
               10  WS-CT-NAME      PIC X(40).
               10  WS-CT-GROUP OCCURS 3 TIMES.
                   15  WS-CT-W-COUNT   PIC 9(5).
                   15  WS-CT-W-PAY     PIC 9(13)V99.
                   15  WS-CT-M-COUNT   PIC 9(5).
                   15  WS-CT-M-PAY     PIC 9(13)V99.
               10  WS-CT-UNRECORDED PIC 9(5).
               10  WS-CT-MGR-COUNT PIC 9(5).
               10  WS-CT-MGR-WOMEN PIC 9(5).
               10  WS-CT-BIRTHS    PIC 9(5).
               10  WS-CT-TAKERS    PIC 9(5).
       01  WS-GRP-IDX              PIC 9.

       01  WS-GROUP-LABELS.
           05  FILLER              PIC X(12) VALUE 'ALL WORKERS'.
           05  FILLER              PIC X(12) VALUE 'REGULAR'.
           05  FILLER              PIC X(12) VALUE 'NON-REGULAR'.
       01  WS-GROUP-LABEL-TABLE REDEFINES WS-GROUP-LABELS.
           05  WS-GROUP-LABEL      PIC X(12) OCCURS 3 TIMES.

       01  WS-W-AVG                PIC 9(11).
       01  WS-M-AVG                PIC 9(11).
       01  WS-RATIO                PIC 9(3)V9.
       01  WS-SHARE                PIC 9(3)V9.
       01  WS-SECTIONS-PRINTED     PIC 9(3) VALUE 0.
       01  WS-UNRECORDED-TOTAL     PIC 9(5) VALUE 0.

       01  WS-COUNT-DISPLAY        PIC ZZ,ZZ9.
       01  WS-COUNT-DISPLAY-2      PIC ZZ,ZZ9.
       01  WS-AVG-DISPLAY          PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  WS-AVG-DISPLAY-2        PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  WS-PCT-DISPLAY          PIC ZZ9.9.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'WOMENADV - Women''s Advancement Disclosures v'
               WS-VERSION

           ACCEPT WS-ENV-FY FROM ENVIRONMENT 'WOMENADV_FY'
           IF WS-ENV-FY(1:4) IS NUMERIC
               MOVE WS-ENV-FY(1:4) TO WS-FISCAL-YEAR
           END-IF
           IF WS-FISCAL-YEAR = 0
               DISPLAY 'ERROR: WOMENADV_FY is required (YYYY)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           COMPUTE WS-FY-FROM-DATE = WS-FISCAL-YEAR * 10000 + 0401
           COMPUTE WS-FY-TO-DATE =
               (WS-FISCAL-YEAR + 1) * 10000 + 0331
           COMPUTE WS-FY-FROM-PERIOD = WS-FISCAL-YEAR * 100 + 4
           COMPUTE WS-FY-TO-PERIOD = (WS-FISCAL-YEAR + 1) * 100 + 3

           ACCEPT WS-ENV-COMPANY FROM ENVIRONMENT 'COMPANY_CODE'
           IF WS-ENV-COMPANY(1:2) NOT = SPACES
               MOVE WS-ENV-COMPANY(1:2) TO WS-COMPANY-FILTER
               DISPLAY 'Company scope: ' WS-COMPANY-FILTER
           ELSE
               DISPLAY 'Company scope: all entities'
           END-IF
           DISPLAY 'Fiscal year ' WS-FISCAL-YEAR ': '
               WS-FY-FROM-DATE ' - ' WS-FY-TO-DATE

           PERFORM LOAD-COMPANIES
           PERFORM LOAD-MANAGERIAL-GRADES
           PERFORM LOAD-EMPLOYEES
           PERFORM LOAD-PAYROLLS
           PERFORM LOAD-BIRTHS
           PERFORM LOAD-CHILDCARE-LEAVES

           PERFORM TALLY-ONE-EMPLOYEE
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT

           PERFORM OPEN-PRINT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'FISCAL YEAR ' WS-FISCAL-YEAR
                  '  (' WS-FY-FROM-DATE ' - ' WS-FY-TO-DATE ')'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           PERFORM PRINT-COMPANY-SECTION
               VARYING WS-CO-IDX FROM 1 BY 1
               UNTIL WS-CO-IDX > WS-CO-COUNT

           IF WS-SECTIONS-PRINTED = 0
               MOVE SPACES TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
               MOVE 'NO EMPLOYEES IN SCOPE' TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-IF
           PERFORM CLOSE-PRINT-FILE

           MOVE WS-SECTIONS-PRINTED TO WS-COUNT-DISPLAY
           DISPLAY 'Entities reported:   ' WS-COUNT-DISPLAY
           MOVE WS-UNRECORDED-TOTAL TO WS-COUNT-DISPLAY
           DISPLAY 'Sex not recorded:    ' WS-COUNT-DISPLAY
           IF WS-UNRECORDED-TOTAL > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      * LOAD-COMPANIES: Seeds the entity slots from the company
      * master so every entity reports under its name; a missing
      * master just leaves the slots to be added from the employees.
       LOAD-COMPANIES.
           MOVE 0 TO WS-CO-COUNT

           OPEN INPUT COMPANY-FILE
           IF NOT CO-FILE-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL CO-FILE-EOF
                   OR WS-CO-COUNT >= MAX-ADV-COMPANIES
               READ COMPANY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE COMPANY-RECORD TO WS-CO-REC
                       ADD 1 TO WS-CO-COUNT
                       INITIALIZE WS-CO-ENTRY(WS-CO-COUNT)
                       MOVE COMPANY-CODE OF WS-CO-REC
                           TO WS-CT-CODE(WS-CO-COUNT)
                       MOVE COMPANY-NAME OF WS-CO-REC
                           TO WS-CT-NAME(WS-CO-COUNT)
               END-READ
           END-PERFORM

           CLOSE COMPANY-FILE
           .

      * LOAD-MANAGERIAL-GRADES: The codes of the grades flagged
      * managerial.
       LOAD-MANAGERIAL-GRADES.
           MOVE 0 TO WS-MGR-GRADE-COUNT

           OPEN INPUT GRADE-FILE
           IF NOT GRADE-FILE-OK
               DISPLAY 'No grade file - no managers counted.'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL GRADE-FILE-EOF
                   OR WS-MGR-GRADE-COUNT >= MAX-ADV-GRADES
               READ GRADE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE GRADE-RECORD TO WS-GRADE-REC
                       IF GRADE-MANAGERIAL OF WS-GRADE-REC
                           ADD 1 TO WS-MGR-GRADE-COUNT
                           MOVE GRADE-CODE OF WS-GRADE-REC
                               TO WS-MG-CODE(WS-MGR-GRADE-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE GRADE-FILE
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
           SET EMP-NOT-FOUND TO TRUE
           IF WS-EMP-COUNT > 0
               IF EMP-ID OF WS-EMP-REC = WS-ET-EMP-ID(WS-EMP-COUNT)
                   SET EMP-FOUND TO TRUE
               END-IF
           END-IF
           IF EMP-NOT-FOUND
               IF WS-EMP-COUNT >= MAX-ADV-EMPS
                   DISPLAY 'WARNING: employee table full - EMP '
                       EMP-ID OF WS-EMP-REC ' not entered'
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-EMP-COUNT
               MOVE 0 TO WS-ET-PAY(WS-EMP-COUNT)
               MOVE 'N' TO WS-ET-BIRTH-SW(WS-EMP-COUNT)
               MOVE 'N' TO WS-ET-CHILDCARE-SW(WS-EMP-COUNT)
           END-IF

           MOVE EMP-ID OF WS-EMP-REC TO WS-ET-EMP-ID(WS-EMP-COUNT)
           MOVE COMPANY-CODE OF WS-EMP-REC TO WS-REC-COMPANY
           IF WS-REC-COMPANY = SPACES
               MOVE '01' TO WS-REC-COMPANY
           END-IF
           MOVE WS-REC-COMPANY TO WS-ET-COMPANY(WS-EMP-COUNT)
           MOVE SEX-CODE OF WS-EMP-REC TO WS-ET-SEX(WS-EMP-COUNT)
           MOVE EMP-TYPE OF WS-EMP-REC TO WS-ET-TYPE(WS-EMP-COUNT)
           MOVE EMP-STATUS OF WS-EMP-REC TO WS-ET-STATUS(WS-EMP-COUNT)
           MOVE GRADE-CODE OF WS-EMP-REC TO WS-ET-GRADE(WS-EMP-COUNT)
           .

      * LOAD-PAYROLLS: Each employee's annual pay - the gross of
      * every approved, paid or closed regular and bonus payroll
      * whose period falls in the fiscal year. Special runs are
      * corrections of those and stay out.
       LOAD-PAYROLLS.
           OPEN INPUT PAYROLL-FILE
           IF PAY-FILE-NOT-FOUND
               DISPLAY 'No payroll file - pay gap not computed.'
               EXIT PARAGRAPH
           END-IF
           IF NOT PAY-FILE-OK
               DISPLAY 'ERROR: Cannot open payroll file.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL PAY-FILE-EOF
               READ PAYROLL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PAYROLL-RECORD TO WS-PAY-REC
                       PERFORM TAKE-PAYROLL
               END-READ
           END-PERFORM

           CLOSE PAYROLL-FILE
           .

       TAKE-PAYROLL.
           IF PAY-PERIOD OF WS-PAY-REC < WS-FY-FROM-PERIOD
                   OR PAY-PERIOD OF WS-PAY-REC > WS-FY-TO-PERIOD
               EXIT PARAGRAPH
           END-IF
           IF NOT PAY-APPROVED OF WS-PAY-REC
                   AND NOT PAY-PAID OF WS-PAY-REC
                   AND NOT PAY-CLOSED OF WS-PAY-REC
               EXIT PARAGRAPH
           END-IF
           IF NOT RUN-REGULAR OF WS-PAY-REC
                   AND NOT RUN-BONUS OF WS-PAY-REC
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-PAYROLL-EMPLOYEE
           IF EMP-NOT-FOUND
               DISPLAY 'WARNING: PAY-ID ' PAY-ID OF WS-PAY-REC
                   ' has no employee on file - not counted'
               EXIT PARAGRAPH
           END-IF

           ADD GROSS-PAY OF WS-PAY-REC TO WS-ET-PAY(WS-EMP-IDX)
           .

       FIND-PAYROLL-EMPLOYEE.
           SET EMP-NOT-FOUND TO TRUE
           IF WS-EMP-COUNT > 0
               SEARCH ALL WS-EMP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ET-EMP-ID(WS-EMP-IDX)
                           = EMP-ID OF WS-PAY-REC
                       SET EMP-FOUND TO TRUE
               END-SEARCH
           END-IF
           .

      * LOAD-BIRTHS: Marks every employee with a child born in the
      * fiscal year on the dependent file.
       LOAD-BIRTHS.
           OPEN INPUT DEPEND-FILE
           IF NOT DEP-FILE-OK
               DISPLAY 'No dependent file - no births counted.'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL DEP-FILE-EOF
               READ DEPEND-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DEPEND-RECORD TO WS-DEP-REC
                       IF REL-CHILD OF WS-DEP-REC
                           AND BIRTH-DATE OF WS-DEP-REC
                               >= WS-FY-FROM-DATE
                           AND BIRTH-DATE OF WS-DEP-REC
                               <= WS-FY-TO-DATE
                           PERFORM MARK-BIRTH
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DEPEND-FILE
           .

       MARK-BIRTH.
           SET EMP-NOT-FOUND TO TRUE
           IF WS-EMP-COUNT > 0
               SEARCH ALL WS-EMP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ET-EMP-ID(WS-EMP-IDX)
                           = EMP-ID OF WS-DEP-REC
                       SET EMP-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF EMP-FOUND
               MOVE 'Y' TO WS-ET-BIRTH-SW(WS-EMP-IDX)
           END-IF
           .

      * LOAD-CHILDCARE-LEAVES: Marks every employee who began a
      * childcare leave spell in the fiscal year.
       LOAD-CHILDCARE-LEAVES.
           OPEN INPUT LEAVETYPE-FILE
           IF NOT LVT-FILE-OK
               DISPLAY 'No leave file - no childcare leave counted.'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL LVT-FILE-EOF
               READ LEAVETYPE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LEAVETYPE-RECORD TO WS-LVT-REC
                       IF LEAVE-CHILDCARE OF WS-LVT-REC
                           AND LEAVE-BEGIN OF WS-LVT-REC
                               >= WS-FY-FROM-DATE
                           AND LEAVE-BEGIN OF WS-LVT-REC
                               <= WS-FY-TO-DATE
                           PERFORM MARK-CHILDCARE-LEAVE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LEAVETYPE-FILE
           .

       MARK-CHILDCARE-LEAVE.
           SET EMP-NOT-FOUND TO TRUE
           IF WS-EMP-COUNT > 0
               SEARCH ALL WS-EMP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ET-EMP-ID(WS-EMP-IDX)
                           = EMP-ID OF WS-LVT-REC
                       SET EMP-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF EMP-FOUND
               MOVE 'Y' TO WS-ET-CHILDCARE-SW(WS-EMP-IDX)
           END-IF
           .

      * TALLY-ONE-EMPLOYEE: Adds the employee into the entity's
      * figures - pay into the women's or men's side of the all-
      * workers group and of the regular or non-regular group, the
      * manager count when in service on a managerial grade, and
      * the childcare counts for men.
       TALLY-ONE-EMPLOYEE.
           IF WS-COMPANY-FILTER NOT = SPACES
                   AND WS-ET-COMPANY(WS-EMP-IDX) NOT = WS-COMPANY-FILTER
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-COMPANY-SLOT
           IF WS-CO-IDX = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-ET-PAY(WS-EMP-IDX) > 0
               IF WS-ET-MALE(WS-EMP-IDX) OR WS-ET-FEMALE(WS-EMP-IDX)
                   MOVE 1 TO WS-GRP-IDX
                   PERFORM ADD-TO-PAY-GROUP
                   IF WS-ET-REGULAR(WS-EMP-IDX)
                       MOVE 2 TO WS-GRP-IDX
                   ELSE
                       MOVE 3 TO WS-GRP-IDX
                   END-IF
                   PERFORM ADD-TO-PAY-GROUP
               ELSE
                   ADD 1 TO WS-CT-UNRECORDED(WS-CO-IDX)
                   ADD 1 TO WS-UNRECORDED-TOTAL
               END-IF
           END-IF

           IF WS-ET-IN-SERVICE(WS-EMP-IDX)
               PERFORM CHECK-MANAGERIAL-GRADE
               IF GRADE-IS-MANAGERIAL
                   ADD 1 TO WS-CT-MGR-COUNT(WS-CO-IDX)
                   IF WS-ET-FEMALE(WS-EMP-IDX)
                       ADD 1 TO WS-CT-MGR-WOMEN(WS-CO-IDX)
                   END-IF
               END-IF
           END-IF

           IF WS-ET-MALE(WS-EMP-IDX)
               IF WS-ET-HAD-BIRTH(WS-EMP-IDX)
                   ADD 1 TO WS-CT-BIRTHS(WS-CO-IDX)
               END-IF
               IF WS-ET-TOOK-CHILDCARE(WS-EMP-IDX)
                   ADD 1 TO WS-CT-TAKERS(WS-CO-IDX)
               END-IF
           END-IF
           .

       ADD-TO-PAY-GROUP.
           IF WS-ET-FEMALE(WS-EMP-IDX)
               ADD 1 TO WS-CT-W-COUNT(WS-CO-IDX, WS-GRP-IDX)
               ADD WS-ET-PAY(WS-EMP-IDX)
                   TO WS-CT-W-PAY(WS-CO-IDX, WS-GRP-IDX)
           ELSE
               ADD 1 TO WS-CT-M-COUNT(WS-CO-IDX, WS-GRP-IDX)
               ADD WS-ET-PAY(WS-EMP-IDX)
                   TO WS-CT-M-PAY(WS-CO-IDX, WS-GRP-IDX)
           END-IF
           .

      * FIND-COMPANY-SLOT: WS-CO-IDX to the employee's entity slot,
      * adding one for a code not on the company master; zero when
      * the table is full.
       FIND-COMPANY-SLOT.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
                   OR WS-CT-CODE(WS-CO-IDX) = WS-ET-COMPANY(WS-EMP-IDX)
               CONTINUE
           END-PERFORM
           IF WS-CO-IDX <= WS-CO-COUNT
               EXIT PARAGRAPH
           END-IF

           IF WS-CO-COUNT >= MAX-ADV-COMPANIES
               DISPLAY 'WARNING: company table full - EMP '
                   WS-ET-EMP-ID(WS-EMP-IDX) ' not counted'
               MOVE 0 TO WS-CO-IDX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CO-COUNT
           MOVE WS-CO-COUNT TO WS-CO-IDX
           INITIALIZE WS-CO-ENTRY(WS-CO-IDX)
           MOVE WS-ET-COMPANY(WS-EMP-IDX) TO WS-CT-CODE(WS-CO-IDX)
           MOVE '(NOT ON COMPANY MASTER)' TO WS-CT-NAME(WS-CO-IDX)
           .

       CHECK-MANAGERIAL-GRADE.
           SET GRADE-NOT-MANAGERIAL TO TRUE
           IF WS-ET-GRADE(WS-EMP-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MGR-GRADE-IDX FROM 1 BY 1
                   UNTIL WS-MGR-GRADE-IDX > WS-MGR-GRADE-COUNT
               IF WS-MG-CODE(WS-MGR-GRADE-IDX)
                       = WS-ET-GRADE(WS-EMP-IDX)
                   SET GRADE-IS-MANAGERIAL TO TRUE
               END-IF
           END-PERFORM
           .

      * PRINT-COMPANY-SECTION: One entity's disclosure figures. An
      * entity slot from the company master with nobody counted in
      * it is skipped, as is every other entity on a scoped run.
       PRINT-COMPANY-SECTION.
           IF WS-COMPANY-FILTER NOT = SPACES
                   AND WS-CT-CODE(WS-CO-IDX) NOT = WS-COMPANY-FILTER
               EXIT PARAGRAPH
           END-IF
           IF WS-CT-W-COUNT(WS-CO-IDX, 1) = 0
                   AND WS-CT-M-COUNT(WS-CO-IDX, 1) = 0
                   AND WS-CT-UNRECORDED(WS-CO-IDX) = 0
                   AND WS-CT-MGR-COUNT(WS-CO-IDX) = 0
                   AND WS-CT-BIRTHS(WS-CO-IDX) = 0
                   AND WS-CT-TAKERS(WS-CO-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SECTIONS-PRINTED

           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'COMPANY ' WS-CT-CODE(WS-CO-IDX) '  '
                  WS-CT-NAME(WS-CO-IDX)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE '  GENDER PAY GAP - AVERAGE ANNUAL PAY, WOMEN TO MEN'
               TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           PERFORM PRINT-PAY-GAP-LINE
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > 3
           MOVE WS-CT-UNRECORDED(WS-CO-IDX) TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING '    PAID, SEX NOT RECORDED ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE WS-CT-MGR-COUNT(WS-CO-IDX) TO WS-COUNT-DISPLAY
           MOVE WS-CT-MGR-WOMEN(WS-CO-IDX) TO WS-COUNT-DISPLAY-2
           MOVE SPACES TO WS-RPT-LINE
           IF WS-CT-MGR-COUNT(WS-CO-IDX) > 0
               COMPUTE WS-SHARE ROUNDED MODE IS NEAREST-AWAY-FROM-ZERO
                   = WS-CT-MGR-WOMEN(WS-CO-IDX) * 100
                   / WS-CT-MGR-COUNT(WS-CO-IDX)
               MOVE WS-SHARE TO WS-PCT-DISPLAY
               STRING '  MANAGERS ' WS-COUNT-DISPLAY
                      '  WOMEN ' WS-COUNT-DISPLAY-2
                      '  WOMEN''S SHARE ' WS-PCT-DISPLAY '%'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING '  MANAGERS ' WS-COUNT-DISPLAY
                      '  WOMEN ' WS-COUNT-DISPLAY-2
                      '  WOMEN''S SHARE   N/A'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM EMIT-PRINT-LINE

           MOVE WS-CT-BIRTHS(WS-CO-IDX) TO WS-COUNT-DISPLAY
           MOVE WS-CT-TAKERS(WS-CO-IDX) TO WS-COUNT-DISPLAY-2
           MOVE SPACES TO WS-RPT-LINE
           IF WS-CT-BIRTHS(WS-CO-IDX) > 0
               COMPUTE WS-SHARE ROUNDED MODE IS NEAREST-AWAY-FROM-ZERO
                   = WS-CT-TAKERS(WS-CO-IDX) * 100
                   / WS-CT-BIRTHS(WS-CO-IDX)
               MOVE WS-SHARE TO WS-PCT-DISPLAY
               STRING '  MALE CHILDCARE LEAVE  BIRTHS '
                      WS-COUNT-DISPLAY
                      '  LEAVE TAKERS ' WS-COUNT-DISPLAY-2
                      '  UPTAKE ' WS-PCT-DISPLAY '%'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING '  MALE CHILDCARE LEAVE  BIRTHS '
                      WS-COUNT-DISPLAY
                      '  LEAVE TAKERS ' WS-COUNT-DISPLAY-2
                      '  UPTAKE   N/A'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM EMIT-PRINT-LINE
           .

      * PRINT-PAY-GAP-LINE: Head counts and average annual pay on
      * each side, and the women's average as a percentage of the
      * men's - worked from the totals so the averages' rounding
      * does not leak into the ratio.
       PRINT-PAY-GAP-LINE.
           MOVE 0 TO WS-W-AVG
           MOVE 0 TO WS-M-AVG
           IF WS-CT-W-COUNT(WS-CO-IDX, WS-GRP-IDX) > 0
               COMPUTE WS-W-AVG ROUNDED MODE IS NEAREST-AWAY-FROM-ZERO
                   = WS-CT-W-PAY(WS-CO-IDX, WS-GRP-IDX)
                   / WS-CT-W-COUNT(WS-CO-IDX, WS-GRP-IDX)
           END-IF
           IF WS-CT-M-COUNT(WS-CO-IDX, WS-GRP-IDX) > 0
               COMPUTE WS-M-AVG ROUNDED MODE IS NEAREST-AWAY-FROM-ZERO
                   = WS-CT-M-PAY(WS-CO-IDX, WS-GRP-IDX)
                   / WS-CT-M-COUNT(WS-CO-IDX, WS-GRP-IDX)
           END-IF

           MOVE WS-CT-W-COUNT(WS-CO-IDX, WS-GRP-IDX)
               TO WS-COUNT-DISPLAY
           MOVE WS-CT-M-COUNT(WS-CO-IDX, WS-GRP-IDX)
               TO WS-COUNT-DISPLAY-2
           MOVE WS-W-AVG TO WS-AVG-DISPLAY
           MOVE WS-M-AVG TO WS-AVG-DISPLAY-2
           MOVE SPACES TO WS-RPT-LINE
           IF WS-CT-W-COUNT(WS-CO-IDX, WS-GRP-IDX) > 0
                   AND WS-CT-M-PAY(WS-CO-IDX, WS-GRP-IDX) > 0
               COMPUTE WS-RATIO ROUNDED MODE IS NEAREST-AWAY-FROM-ZERO
                   = WS-CT-W-PAY(WS-CO-IDX, WS-GRP-IDX)
                   * WS-CT-M-COUNT(WS-CO-IDX, WS-GRP-IDX) * 100
                   / (WS-CT-M-PAY(WS-CO-IDX, WS-GRP-IDX)
                   * WS-CT-W-COUNT(WS-CO-IDX, WS-GRP-IDX))
               MOVE WS-RATIO TO WS-PCT-DISPLAY
               STRING '    ' WS-GROUP-LABEL(WS-GRP-IDX)
                      ' WOMEN ' WS-COUNT-DISPLAY
                      ' AVG ' WS-AVG-DISPLAY
                      '  MEN ' WS-COUNT-DISPLAY-2
                      ' AVG ' WS-AVG-DISPLAY-2
                      '  RATIO ' WS-PCT-DISPLAY '%'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING '    ' WS-GROUP-LABEL(WS-GRP-IDX)
                      ' WOMEN ' WS-COUNT-DISPLAY
                      ' AVG ' WS-AVG-DISPLAY
                      '  MEN ' WS-COUNT-DISPLAY-2
                      ' AVG ' WS-AVG-DISPLAY-2
                      '  RATIO   N/A'
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

       END PROGRAM WOMENADV.
