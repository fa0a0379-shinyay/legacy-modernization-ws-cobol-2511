       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERT.
      ******************************************************************
      * RECERT - Operator Access Recertification
      * Purpose: Keeps HRMENU access in line with who should still
      *          have it. Runs in one of three modes:
      *          NIGHTLY - disables, through USER-SVC, every active
      *          operator whose employee record has gone TERMINATED,
      *          and every operator unused for longer than the
      *          configured dormant days (last good logon, or the
      *          creation date for an operator who never logged
      *          on). The only active admin is never disabled as
      *          dormant - it prints as an exception instead, so the
      *          system cannot be locked out.
      *          REVIEW - lists every active operator with role,
      *          last logon and days since last use, grouped by
      *          reviewer: the operator's manager from the employee
      *          master, or security administration for operators
      *          that are not employees or have no manager on file.
      *          The same operators are written to a worksheet for
      *          the reviewers' decisions.
      *          APPLY - loads the returned worksheet and applies
      *          each decision through USER-SVC: K keeps the access
      *          and stamps the recertification date, R revokes it.
      * Input: hr-cobol/data/users.dat (via USER-SVC)
      *        hr-cobol/data/employees.dat
      *        hr-cobol/data/config.dat (via CONFIG-IO) - the
      *        dormant days, 0 to switch the dormant check off
      *        hr-cobol/data/import/recert.dat (APPLY) - the
      *        worksheet layout below with the decision filled in
      * Output: hr-cobol/data/users.dat (via USER-SVC)
      *         hr-cobol/data/export/recert_review.dat (REVIEW)
      *          1-8    OPERATOR-ID
      *          9-17   REVIEWER EMP-ID (0 = security administration)
      *          18     ROLE
      *          19-26  LAST LOGON (YYYYMMDD, 0 = never)
      *          27-31  DAYS SINCE LAST USE
      *          32     DECISION (blank - reviewer enters K or R)
      *          33-40  DECIDED-BY (reviewer's operator ID)
      *          41-70  OPERATOR-NAME
      *         hr-cobol/data/reports/RECERT_<generation>.rpt
      *         (via RPT-PRINT) - the operators disabled, the review
      *         listing, or the decisions applied and rejected
      * Parm: RECERT_MODE environment variable - NIGHTLY (default),
      *       REVIEW or APPLY
      *       RUNCTL_OVERRIDE=Y runs NIGHTLY or APPLY again for a
      *       date already run
      * Run control: NIGHTLY and APPLY register under the mode and
      *       the run date; REVIEW only reads and is not registered
      * Note: an operator from before logons were stamped, with no
      *       logon and no recertification on record, is not judged
      *       dormant - it prints on the nightly list until the first
      *       logon or review gives it a date to count from
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE
               ASSIGN TO 'hr-cobol/data/employees.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT WORKSHEET-FILE
               ASSIGN TO 'hr-cobol/data/export/recert_review.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WKS-FILE-STATUS.

           SELECT DECISION-FILE
               ASSIGN TO 'hr-cobol/data/import/recert.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD          PIC X(1000).

       FD  WORKSHEET-FILE.
       01  WORKSHEET-RECORD         PIC X(70).

       FD  DECISION-FILE.
       01  DECISION-RECORD          PIC X(70).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME          PIC X(10) VALUE 'RECERT'.
       01  WS-VERSION               PIC X(10) VALUE '1.0.0'.

       01  WS-EMP-FILE-STATUS       PIC XX.
           88  EMP-FILE-OK              VALUE '00'.
           88  EMP-FILE-EOF             VALUE '10'.
       01  WS-WKS-FILE-STATUS       PIC XX.
           88  WKS-FILE-OK              VALUE '00'.
       01  WS-DEC-FILE-STATUS       PIC XX.
           88  DEC-FILE-OK              VALUE '00'.
           88  DEC-FILE-EOF             VALUE '10'.

       01  WS-EMP-REC.
           COPY employee REPLACING ==05== BY ==10==.

      * One worksheet line - written by REVIEW, read back by APPLY
       01  WS-WKS-LINE.
           05  WS-WKS-OPERATOR-ID       PIC X(8).
           05  WS-WKS-REVIEWER-ID       PIC 9(9).
           05  WS-WKS-ROLE              PIC X.
           05  WS-WKS-LAST-LOGON        PIC 9(8).
           05  WS-WKS-IDLE-DAYS         PIC 9(5).
           05  WS-WKS-DECISION          PIC X.
               88  WKS-KEEP                 VALUE 'K' 'k'.
               88  WKS-REVOKE               VALUE 'R' 'r'.
           05  WS-WKS-DECIDED-BY        PIC X(8).
           05  WS-WKS-OPERATOR-NAME     PIC X(30).

       01  WS-ENV-MODE              PIC X(10).
       01  WS-RUN-MODE              PIC X(7)  VALUE 'NIGHTLY'.
           88  MODE-NIGHTLY             VALUE 'NIGHTLY'.
           88  MODE-REVIEW              VALUE 'REVIEW'.
           88  MODE-APPLY               VALUE 'APPLY'.
       01  WS-TODAY                 PIC 9(8).
       01  WS-DORMANT-DAYS          PIC 9(4)  VALUE 0.

      * Working storage for CONFIG-IO calls
           COPY config.
       01  WS-CONFIG-IO-OP          PIC X.
       01  WS-CONFIG-IO-STATUS      PIC 9.

      * Working storage for USER-SVC calls
           COPY user-req.
           COPY user-res.
       01  WS-CURSOR-OPERATOR-ID    PIC X(8)  VALUE SPACES.
       01  WS-OPER-SW               PIC X.
           88  MORE-OPERATORS           VALUE 'Y'.
           88  NO-MORE-OPERATORS        VALUE 'N'.

      * Every operator on file, as the run found them
       78  MAX-OPERS                VALUE 500.
       01  WS-OPER-COUNT            PIC 9(4) VALUE 0.
       01  WS-ACTIVE-ADMINS         PIC 9(4) VALUE 0.
       01  WS-OPER-TABLE.
           05  WS-OPER-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-OPER-IDX.
               10  WS-OT-OPERATOR-ID    PIC X(8).
               10  WS-OT-NAME           PIC X(30).
               10  WS-OT-ROLE           PIC X.
                   88  OT-ADMIN             VALUE 'A'.
               10  WS-OT-ACTIVE         PIC X.
                   88  OT-ACTIVE            VALUE 'A'.
               10  WS-OT-EMP-ID         PIC 9(9).
               10  WS-OT-LAST-LOGON     PIC 9(8).
               10  WS-OT-LAST-RECERT    PIC 9(8).
               10  WS-OT-CREATED-DATE   PIC 9(8).
               10  WS-OT-REVIEWER-ID    PIC 9(9).
               10  WS-OT-IDLE-DAYS      PIC 9(5).
               10  WS-OT-IDLE-SW        PIC X.
                   88  OT-IDLE-KNOWN        VALUE 'Y'.
                   88  OT-IDLE-UNKNOWN      VALUE 'N'.

      * The latest version of every employee on the master -
      * terminated ones included, since those are what NIGHTLY
      * is looking for
       78  MAX-EMPS                 VALUE 5000.
       01  WS-EMP-COUNT             PIC 9(5) VALUE 0.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-EMP-IDX.
               10  WS-ET-EMP-ID         PIC 9(9).
               10  WS-ET-VALID-FROM     PIC 9(8).
               10  WS-ET-STATUS         PIC X.
                   88  ET-TERMINATED        VALUE 'T'.
               10  WS-ET-MANAGER-ID     PIC 9(9).
               10  WS-ET-NAME           PIC X(30).
       01  WS-LOOKUP-EMP-ID         PIC 9(9).
       01  WS-EMP-FOUND-SW          PIC X.
           88  EMP-ON-FILE              VALUE 'Y'.
           88  EMP-NOT-ON-FILE          VALUE 'N'.

      * Reviewers in the order first met; 0 is security
      * administration
       01  WS-REV-COUNT             PIC 9(4) VALUE 0.
       01  WS-REV-TABLE.
           05  WS-REV-EMP-ID OCCURS 501 TIMES
                   INDEXED BY WS-REV-IDX
                                    PIC 9(9).
       01  WS-REV-FOUND-SW          PIC X.
           88  REVIEWER-LISTED          VALUE 'Y'.
           88  REVIEWER-NOT-LISTED      VALUE 'N'.
       01  WS-REVIEWER-NAME         PIC X(30).

      * Working storage for the days-since-use figure via DATE-UTIL
       01  WS-DATE-OPERATION        PIC X(2).
       01  WS-DATE-1                PIC 9(8).
       01  WS-DATE-2                PIC 9(8).
       01  WS-DATE-RESULT           PIC S9(9).
       01  WS-DATE-STATUS           PIC 9.

       01  WS-DISABLE-REASON        PIC X.
       01  WS-ACTION-TEXT           PIC X(40).
       01  WS-DECIDED-BY            PIC X(8).

       01  WS-TOTAL-READ            PIC 9(5) VALUE 0.
       01  WS-TOTAL-ACTIONS         PIC 9(5) VALUE 0.
       01  WS-TOTAL-EXCEPTIONS      PIC 9(5) VALUE 0.
       01  WS-TOTAL-LISTED          PIC 9(5) VALUE 0.

      * Print-file plumbing
       01  WS-RPT-OP                PIC X.
       01  WS-RPT-NAME              PIC X(8)  VALUE 'RECERT'.
       01  WS-RPT-TITLE             PIC X(40)
           VALUE 'OPERATOR ACCESS RECERTIFICATION'.
       01  WS-RPT-OPERATOR          PIC X(16).
       01  WS-RPT-LINE              PIC X(100).
       01  WS-RPT-STATUS            PIC 9.

      * Display fields
       01  WS-COUNT-DISPLAY         PIC ZZZ,ZZ9.
       01  WS-EMP-ID-DISPLAY        PIC 9(9).
       01  WS-IDLE-DISPLAY          PIC ZZZZ9.
       01  WS-DORMANT-DISPLAY       PIC ZZZ9.

      * Working storage for RUNCTL-SVC calls - duplicate-run guard
      * keyed on the mode and run date
           COPY runctl-req.
           COPY runctl-res.
       01  WS-RUN-PARM              PIC X(10).
       01  WS-RUN-START-TS          PIC 9(14).
       01  WS-ENV-OVERRIDE          PIC X(10).
       01  WS-RUN-OUTCOME           PIC X     VALUE 'F'.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'RECERT - Operator Access Recertification v'
               WS-VERSION

           MOVE SPACES TO WS-ENV-MODE
           ACCEPT WS-ENV-MODE FROM ENVIRONMENT 'RECERT_MODE'
           EVALUATE TRUE
               WHEN WS-ENV-MODE(1:6) = 'REVIEW'
                   SET MODE-REVIEW TO TRUE
               WHEN WS-ENV-MODE(1:5) = 'APPLY'
                   SET MODE-APPLY TO TRUE
               WHEN OTHER
                   SET MODE-NIGHTLY TO TRUE
           END-EVALUATE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           DISPLAY 'Mode ' WS-RUN-MODE ' for ' WS-TODAY

           IF NOT MODE-REVIEW
               PERFORM REGISTER-RUN-START
               IF NOT OK OF RUNCTL-SVC-RES
                       AND STATUS-CODE-N OF RUNCTL-SVC-RES = 409
                   DISPLAY 'RUN BLOCKED: ' STATUS-MSG OF RUNCTL-SVC-RES
                   DISPLAY 'Set RUNCTL_OVERRIDE=Y to run anyway.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE 'L' TO WS-CONFIG-IO-OP
           CALL 'CONFIG-IO' USING WS-CONFIG-IO-OP CONFIG
                                  WS-CONFIG-IO-STATUS
           MOVE OPER-DORMANT-DAYS TO WS-DORMANT-DAYS

           PERFORM LOAD-EMPLOYEES
           IF RETURN-CODE = 8
               PERFORM FINISH-RUN
               STOP RUN
           END-IF
           PERFORM LOAD-OPERATORS

           PERFORM OPEN-PRINT-FILE
           EVALUATE TRUE
               WHEN MODE-REVIEW
                   PERFORM RUN-REVIEW
               WHEN MODE-APPLY
                   PERFORM RUN-APPLY
               WHEN OTHER
                   PERFORM RUN-NIGHTLY
           END-EVALUATE
           PERFORM CLOSE-PRINT-FILE

           MOVE 'C' TO WS-RUN-OUTCOME
           PERFORM FINISH-RUN

           MOVE WS-TOTAL-READ TO WS-COUNT-DISPLAY
           DISPLAY 'Operators considered:   ' WS-COUNT-DISPLAY
           IF MODE-REVIEW
               MOVE WS-TOTAL-LISTED TO WS-COUNT-DISPLAY
               DISPLAY 'Operators for review:   ' WS-COUNT-DISPLAY
           ELSE
               MOVE WS-TOTAL-ACTIONS TO WS-COUNT-DISPLAY
               DISPLAY 'Actions taken:          ' WS-COUNT-DISPLAY
           END-IF
           MOVE WS-TOTAL-EXCEPTIONS TO WS-COUNT-DISPLAY
           DISPLAY 'Exceptions:             ' WS-COUNT-DISPLAY
           IF WS-TOTAL-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       FINISH-RUN.
           IF NOT MODE-REVIEW
               PERFORM REGISTER-RUN-END
           END-IF
           .

      * LOAD-EMPLOYEES: The latest version of each employee - the
      * one with the greatest VALID-FROM - with the status and
      * manager RECERT works from.
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
                       PERFORM TAKE-ONE-EMPLOYEE
               END-READ
           END-PERFORM

           CLOSE EMPLOYEE-FILE
           .

       TAKE-ONE-EMPLOYEE.
           MOVE EMP-ID OF WS-EMP-REC TO WS-LOOKUP-EMP-ID
           PERFORM FIND-EMPLOYEE
           IF EMP-ON-FILE
               IF VALID-FROM OF WS-EMP-REC
                       < WS-ET-VALID-FROM(WS-EMP-IDX)
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-EMP-COUNT >= MAX-EMPS
                   DISPLAY 'WARNING: employee table full - EMP '
                       EMP-ID OF WS-EMP-REC ' not considered'
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-EMP-COUNT
               SET WS-EMP-IDX TO WS-EMP-COUNT
               MOVE EMP-ID OF WS-EMP-REC TO WS-ET-EMP-ID(WS-EMP-IDX)
           END-IF

           MOVE VALID-FROM OF WS-EMP-REC
               TO WS-ET-VALID-FROM(WS-EMP-IDX)
           MOVE EMP-STATUS OF WS-EMP-REC TO WS-ET-STATUS(WS-EMP-IDX)
           MOVE MANAGER-EMP-ID OF WS-EMP-REC
               TO WS-ET-MANAGER-ID(WS-EMP-IDX)
           MOVE SPACES TO WS-ET-NAME(WS-EMP-IDX)
           STRING LAST-NAME OF WS-EMP-REC DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  FIRST-NAME OF WS-EMP-REC DELIMITED BY SPACE
               INTO WS-ET-NAME(WS-EMP-IDX)
           .

      * FIND-EMPLOYEE: Looks WS-LOOKUP-EMP-ID up in the employee
      * table; WS-EMP-IDX is left on the entry when it is found.
       FIND-EMPLOYEE.
           SET EMP-NOT-ON-FILE TO TRUE
           IF WS-EMP-COUNT = 0 OR WS-LOOKUP-EMP-ID = 0
               EXIT PARAGRAPH
           END-IF
           SET WS-EMP-IDX TO 1
           SEARCH WS-EMP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-EMP-IDX > WS-EMP-COUNT
                   CONTINUE
               WHEN WS-ET-EMP-ID(WS-EMP-IDX) = WS-LOOKUP-EMP-ID
                   SET EMP-ON-FILE TO TRUE
           END-SEARCH
           .

      * LOAD-OPERATORS: Every operator through USER-SVC LIST, with
      * the reviewer and days since last use worked out once.
       LOAD-OPERATORS.
           MOVE SPACES TO WS-CURSOR-OPERATOR-ID
           SET MORE-OPERATORS TO TRUE
           PERFORM LOAD-NEXT-OPERATOR
               UNTIL NO-MORE-OPERATORS
           .

       LOAD-NEXT-OPERATOR.
           INITIALIZE USER-SVC-REQ
           INITIALIZE USER-SVC-RES
           SET OP-LIST OF USER-SVC-REQ TO TRUE
           MOVE 'RECERT' TO USER-ID OF USER-SVC-REQ
           MOVE SPACES TO CORR-ID OF USER-SVC-REQ
           MOVE WS-CURSOR-OPERATOR-ID TO Q-OPERATOR-ID OF USER-SVC-REQ

           CALL 'USER-SVC' USING USER-SVC-REQ USER-SVC-RES

           IF NOT OK OF USER-SVC-RES
               SET NO-MORE-OPERATORS TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE OPERATOR-ID OF OUT-OPERATOR OF USER-SVC-RES
               TO WS-CURSOR-OPERATOR-ID
           IF WS-OPER-COUNT >= MAX-OPERS
               DISPLAY 'WARNING: operator table full - '
                   WS-CURSOR-OPERATOR-ID ' not considered'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-OPER-COUNT
           ADD 1 TO WS-TOTAL-READ
           SET WS-OPER-IDX TO WS-OPER-COUNT
           MOVE WS-CURSOR-OPERATOR-ID
               TO WS-OT-OPERATOR-ID(WS-OPER-IDX)
           MOVE OPERATOR-NAME OF OUT-OPERATOR OF USER-SVC-RES
               TO WS-OT-NAME(WS-OPER-IDX)
           MOVE OPERATOR-ROLE OF OUT-OPERATOR OF USER-SVC-RES
               TO WS-OT-ROLE(WS-OPER-IDX)
           MOVE ACTIVE-FLAG OF OUT-OPERATOR OF USER-SVC-RES
               TO WS-OT-ACTIVE(WS-OPER-IDX)
           MOVE OPER-EMP-ID OF OUT-OPERATOR OF USER-SVC-RES
               TO WS-OT-EMP-ID(WS-OPER-IDX)
           MOVE LAST-LOGON-DATE OF OUT-OPERATOR OF USER-SVC-RES
               TO WS-OT-LAST-LOGON(WS-OPER-IDX)
           MOVE LAST-RECERT-DATE OF OUT-OPERATOR OF USER-SVC-RES
               TO WS-OT-LAST-RECERT(WS-OPER-IDX)
           DIVIDE CREATED-AT OF OUT-OPERATOR OF USER-SVC-RES
               BY 1000000 GIVING WS-OT-CREATED-DATE(WS-OPER-IDX)

           IF OT-ACTIVE(WS-OPER-IDX) AND OT-ADMIN(WS-OPER-IDX)
               ADD 1 TO WS-ACTIVE-ADMINS
           END-IF

           MOVE 0 TO WS-OT-REVIEWER-ID(WS-OPER-IDX)
           MOVE WS-OT-EMP-ID(WS-OPER-IDX) TO WS-LOOKUP-EMP-ID
           PERFORM FIND-EMPLOYEE
           IF EMP-ON-FILE
               MOVE WS-ET-MANAGER-ID(WS-EMP-IDX)
                   TO WS-OT-REVIEWER-ID(WS-OPER-IDX)
           END-IF

           PERFORM COMPUTE-IDLE-DAYS
           .

      * COMPUTE-IDLE-DAYS: Days since the operator last used the
      * system - counted from the last good logon, or from creation
      * for an operator who has never logged on. An operator with
      * neither a logon nor a recertification on record predates
      * the logon stamp and has no date to count from.
       COMPUTE-IDLE-DAYS.
           MOVE 0 TO WS-OT-IDLE-DAYS(WS-OPER-IDX)
           SET OT-IDLE-UNKNOWN(WS-OPER-IDX) TO TRUE
           MOVE 0 TO WS-DATE-1
           EVALUATE TRUE
               WHEN WS-OT-LAST-LOGON(WS-OPER-IDX) > 0
                   MOVE WS-OT-LAST-LOGON(WS-OPER-IDX) TO WS-DATE-1
               WHEN WS-OT-LAST-RECERT(WS-OPER-IDX) = 0
                   CONTINUE
               WHEN WS-OT-CREATED-DATE(WS-OPER-IDX) > 0
                   MOVE WS-OT-CREATED-DATE(WS-OPER-IDX) TO WS-DATE-1
               WHEN OTHER
                   MOVE WS-OT-LAST-RECERT(WS-OPER-IDX) TO WS-DATE-1
           END-EVALUATE
           IF WS-DATE-1 = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 'D ' TO WS-DATE-OPERATION
           MOVE WS-TODAY TO WS-DATE-2
           CALL 'DATE-UTIL' USING WS-DATE-OPERATION WS-DATE-1
                                  WS-DATE-2 WS-DATE-RESULT
                                  WS-DATE-STATUS
           IF WS-DATE-STATUS NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-DATE-RESULT < 0
               MOVE 0 TO WS-DATE-RESULT
           END-IF
           IF WS-DATE-RESULT > 99999
               MOVE 99999 TO WS-DATE-RESULT
           END-IF
           MOVE WS-DATE-RESULT TO WS-OT-IDLE-DAYS(WS-OPER-IDX)
           SET OT-IDLE-KNOWN(WS-OPER-IDX) TO TRUE
           .

      ******************************************************************
      * NIGHTLY
      ******************************************************************
       RUN-NIGHTLY.
           MOVE WS-DORMANT-DAYS TO WS-DORMANT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           IF WS-DORMANT-DAYS = 0
               STRING 'TERMINATED EMPLOYEES ONLY - DORMANT CHECK IS '
                      'SWITCHED OFF'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING 'TERMINATED EMPLOYEES AND OPERATORS UNUSED FOR '
                      'OVER ' WS-DORMANT-DISPLAY ' DAYS'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM EMIT-PRINT-LINE
           PERFORM EMIT-PRINT-LINE

           PERFORM NIGHTLY-ONE-OPERATOR
               VARYING WS-OPER-IDX FROM 1 BY 1
               UNTIL WS-OPER-IDX > WS-OPER-COUNT

           IF WS-TOTAL-ACTIONS = 0 AND WS-TOTAL-EXCEPTIONS = 0
               MOVE 'No operators needed disabling.' TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-IF
           .

      * NIGHTLY-ONE-OPERATOR: A terminated employee's operator goes
      * first and regardless of role; dormancy is judged only after
      * that.
       NIGHTLY-ONE-OPERATOR.
           IF NOT OT-ACTIVE(WS-OPER-IDX)
               EXIT PARAGRAPH
           END-IF

           IF WS-OT-EMP-ID(WS-OPER-IDX) > 0
               MOVE WS-OT-EMP-ID(WS-OPER-IDX) TO WS-LOOKUP-EMP-ID
               PERFORM FIND-EMPLOYEE
               IF EMP-ON-FILE AND ET-TERMINATED(WS-EMP-IDX)
                   MOVE 'T' TO WS-DISABLE-REASON
                   MOVE 'RECERT' TO WS-DECIDED-BY
                   MOVE 'DISABLED - EMPLOYEE TERMINATED'
                       TO WS-ACTION-TEXT
                   PERFORM DISABLE-ONE-OPERATOR
                   EXIT PARAGRAPH
               END-IF
               IF EMP-NOT-ON-FILE
                   MOVE 'EMPLOYEE LINK NOT ON THE MASTER'
                       TO WS-ACTION-TEXT
                   PERFORM PRINT-OPERATOR-EXCEPTION
               END-IF
           END-IF

           IF WS-DORMANT-DAYS = 0
               EXIT PARAGRAPH
           END-IF
           IF OT-IDLE-UNKNOWN(WS-OPER-IDX)
               MOVE 'NO LOGON RECORDED - NOT JUDGED DORMANT'
                   TO WS-ACTION-TEXT
               PERFORM PRINT-OPERATOR-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           IF WS-OT-IDLE-DAYS(WS-OPER-IDX) NOT > WS-DORMANT-DAYS
               EXIT PARAGRAPH
           END-IF

           IF OT-ADMIN(WS-OPER-IDX) AND WS-ACTIVE-ADMINS < 2
               MOVE 'DORMANT BUT THE ONLY ACTIVE ADMIN - KEPT'
                   TO WS-ACTION-TEXT
               PERFORM PRINT-OPERATOR-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           MOVE 'U' TO WS-DISABLE-REASON
           MOVE 'RECERT' TO WS-DECIDED-BY
           MOVE 'DISABLED - DORMANT' TO WS-ACTION-TEXT
           PERFORM DISABLE-ONE-OPERATOR
           .

      * DISABLE-ONE-OPERATOR: USER-SVC DISABLE for the operator at
      * WS-OPER-IDX with WS-DISABLE-REASON, in WS-DECIDED-BY's name.
       DISABLE-ONE-OPERATOR.
           INITIALIZE USER-SVC-REQ
           INITIALIZE USER-SVC-RES
           SET OP-DISABLE OF USER-SVC-REQ TO TRUE
           MOVE WS-DECIDED-BY TO USER-ID OF USER-SVC-REQ
           MOVE SPACES TO CORR-ID OF USER-SVC-REQ
           MOVE WS-OT-OPERATOR-ID(WS-OPER-IDX)
               TO Q-OPERATOR-ID OF USER-SVC-REQ
           MOVE WS-DISABLE-REASON TO Q-DISABLE-REASON OF USER-SVC-REQ

           CALL 'USER-SVC' USING USER-SVC-REQ USER-SVC-RES

           IF NOT OK OF USER-SVC-RES
               MOVE STATUS-MSG OF USER-SVC-RES TO WS-ACTION-TEXT
               PERFORM PRINT-OPERATOR-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TOTAL-ACTIONS
           MOVE 'D' TO WS-OT-ACTIVE(WS-OPER-IDX)
           IF OT-ADMIN(WS-OPER-IDX) AND WS-ACTIVE-ADMINS > 0
               SUBTRACT 1 FROM WS-ACTIVE-ADMINS
           END-IF
           PERFORM PRINT-OPERATOR-ACTION
           .

       PRINT-OPERATOR-ACTION.
           PERFORM FORMAT-OPERATOR-LINE
           MOVE WS-ACTION-TEXT TO WS-RPT-LINE(58:40)
           PERFORM EMIT-PRINT-LINE
           .

       PRINT-OPERATOR-EXCEPTION.
           ADD 1 TO WS-TOTAL-EXCEPTIONS
           PERFORM FORMAT-OPERATOR-LINE
           MOVE '**' TO WS-RPT-LINE(55:2)
           MOVE WS-ACTION-TEXT TO WS-RPT-LINE(58:40)
           PERFORM EMIT-PRINT-LINE
           .

      * FORMAT-OPERATOR-LINE: operator, name, role, last logon and
      * days since last use in the first 54 columns.
       FORMAT-OPERATOR-LINE.
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-OT-OPERATOR-ID(WS-OPER-IDX) TO WS-RPT-LINE(3:8)
           MOVE WS-OT-NAME(WS-OPER-IDX) TO WS-RPT-LINE(12:24)
           MOVE WS-OT-ROLE(WS-OPER-IDX) TO WS-RPT-LINE(37:1)
           IF WS-OT-LAST-LOGON(WS-OPER-IDX) = 0
               MOVE 'NEVER' TO WS-RPT-LINE(39:8)
           ELSE
               MOVE WS-OT-LAST-LOGON(WS-OPER-IDX)
                   TO WS-RPT-LINE(39:8)
           END-IF
           IF OT-IDLE-KNOWN(WS-OPER-IDX)
               MOVE WS-OT-IDLE-DAYS(WS-OPER-IDX) TO WS-IDLE-DISPLAY
               MOVE WS-IDLE-DISPLAY TO WS-RPT-LINE(48:5)
           ELSE
               MOVE '    ?' TO WS-RPT-LINE(48:5)
           END-IF
           .

      ******************************************************************
      * REVIEW
      ******************************************************************
       RUN-REVIEW.
           OPEN OUTPUT WORKSHEET-FILE
           IF NOT WKS-FILE-OK
               DISPLAY 'ERROR: Cannot open review worksheet'
               MOVE 'Review worksheet could not be written.'
                   TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
               ADD 1 TO WS-TOTAL-EXCEPTIONS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           STRING 'ACTIVE OPERATORS BY REVIEWER AS OF ' WS-TODAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING '  OPERATOR NAME                     ROLE LAST LOG '
                  'IDLE'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           PERFORM COLLECT-ONE-REVIEWER
               VARYING WS-OPER-IDX FROM 1 BY 1
               UNTIL WS-OPER-IDX > WS-OPER-COUNT

           PERFORM PRINT-REVIEWER-GROUP
               VARYING WS-REV-IDX FROM 1 BY 1
               UNTIL WS-REV-IDX > WS-REV-COUNT

           CLOSE WORKSHEET-FILE

           IF WS-TOTAL-LISTED = 0
               PERFORM EMIT-PRINT-LINE
               MOVE 'No active operators to review.' TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-IF
           DISPLAY 'Worksheet written: '
               'hr-cobol/data/export/recert_review.dat'
           .

      * COLLECT-ONE-REVIEWER: Adds the active operator's reviewer
      * to the reviewer list the first time it is met.
       COLLECT-ONE-REVIEWER.
           IF NOT OT-ACTIVE(WS-OPER-IDX)
               EXIT PARAGRAPH
           END-IF
           SET REVIEWER-NOT-LISTED TO TRUE
           IF WS-REV-COUNT > 0
               SET WS-REV-IDX TO 1
               SEARCH WS-REV-EMP-ID
                   AT END
                       CONTINUE
                   WHEN WS-REV-IDX > WS-REV-COUNT
                       CONTINUE
                   WHEN WS-REV-EMP-ID(WS-REV-IDX)
                           = WS-OT-REVIEWER-ID(WS-OPER-IDX)
                       SET REVIEWER-LISTED TO TRUE
               END-SEARCH
           END-IF
           IF REVIEWER-NOT-LISTED
               ADD 1 TO WS-REV-COUNT
               MOVE WS-OT-REVIEWER-ID(WS-OPER-IDX)
                   TO WS-REV-EMP-ID(WS-REV-COUNT)
           END-IF
           .

       PRINT-REVIEWER-GROUP.
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF WS-REV-EMP-ID(WS-REV-IDX) = 0
               MOVE 'REVIEWER: SECURITY ADMINISTRATION' TO WS-RPT-LINE
           ELSE
               MOVE WS-REV-EMP-ID(WS-REV-IDX) TO WS-LOOKUP-EMP-ID
               PERFORM FIND-EMPLOYEE
               MOVE 'NOT ON THE EMPLOYEE MASTER' TO WS-REVIEWER-NAME
               IF EMP-ON-FILE
                   MOVE WS-ET-NAME(WS-EMP-IDX) TO WS-REVIEWER-NAME
               END-IF
               MOVE WS-REV-EMP-ID(WS-REV-IDX) TO WS-EMP-ID-DISPLAY
               STRING 'REVIEWER: EMP ' WS-EMP-ID-DISPLAY
                      '  ' WS-REVIEWER-NAME
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM EMIT-PRINT-LINE

           PERFORM REVIEW-ONE-OPERATOR
               VARYING WS-OPER-IDX FROM 1 BY 1
               UNTIL WS-OPER-IDX > WS-OPER-COUNT
           .

       REVIEW-ONE-OPERATOR.
           IF NOT OT-ACTIVE(WS-OPER-IDX)
                   OR WS-OT-REVIEWER-ID(WS-OPER-IDX)
                       NOT = WS-REV-EMP-ID(WS-REV-IDX)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TOTAL-LISTED
           PERFORM FORMAT-OPERATOR-LINE
           IF WS-OT-LAST-RECERT(WS-OPER-IDX) > 0
               MOVE 'LAST RECERTIFIED' TO WS-RPT-LINE(58:16)
               MOVE WS-OT-LAST-RECERT(WS-OPER-IDX)
                   TO WS-RPT-LINE(75:8)
           END-IF
           PERFORM EMIT-PRINT-LINE

           MOVE SPACES TO WS-WKS-LINE
           MOVE WS-OT-OPERATOR-ID(WS-OPER-IDX) TO WS-WKS-OPERATOR-ID
           MOVE WS-OT-REVIEWER-ID(WS-OPER-IDX) TO WS-WKS-REVIEWER-ID
           MOVE WS-OT-ROLE(WS-OPER-IDX) TO WS-WKS-ROLE
           MOVE WS-OT-LAST-LOGON(WS-OPER-IDX) TO WS-WKS-LAST-LOGON
           MOVE WS-OT-IDLE-DAYS(WS-OPER-IDX) TO WS-WKS-IDLE-DAYS
           MOVE WS-OT-NAME(WS-OPER-IDX) TO WS-WKS-OPERATOR-NAME
           WRITE WORKSHEET-RECORD FROM WS-WKS-LINE
           .

      ******************************************************************
      * APPLY
      ******************************************************************
       RUN-APPLY.
           OPEN INPUT DECISION-FILE
           IF NOT DEC-FILE-OK
               DISPLAY 'ERROR: Cannot open recertification decisions'
               MOVE 'No recertification decisions file to apply.'
                   TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
               ADD 1 TO WS-TOTAL-EXCEPTIONS
               EXIT PARAGRAPH
           END-IF

           MOVE 'RECERTIFICATION DECISIONS APPLIED' TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           PERFORM EMIT-PRINT-LINE

           PERFORM UNTIL DEC-FILE-EOF
               READ DECISION-FILE INTO WS-WKS-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APPLY-ONE-DECISION
               END-READ
           END-PERFORM

           CLOSE DECISION-FILE
           .

      * APPLY-ONE-DECISION: K recertifies the operator, R revokes
      * the access; a line without a decision is left for the next
      * load, and anything else is rejected onto the listing.
       APPLY-ONE-DECISION.
           IF WS-WKS-OPERATOR-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-WKS-DECISION = SPACE
               MOVE SPACES TO WS-RPT-LINE
               STRING '  ' WS-WKS-OPERATOR-ID
                      '  NO DECISION - LEFT FOR A LATER LOAD'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-LOADED-OPERATOR
           IF WS-OPER-IDX > WS-OPER-COUNT
               MOVE 'REJECTED - OPERATOR NOT ON FILE' TO WS-ACTION-TEXT
               PERFORM PRINT-DECISION-REJECT
               EXIT PARAGRAPH
           END-IF
           IF WS-WKS-DECIDED-BY = SPACES
               MOVE 'REJECTED - DECIDED-BY IS BLANK' TO WS-ACTION-TEXT
               PERFORM PRINT-DECISION-REJECT
               EXIT PARAGRAPH
           END-IF
           IF WS-WKS-DECIDED-BY = WS-WKS-OPERATOR-ID
               MOVE 'REJECTED - OPERATOR CANNOT SELF-CERTIFY'
                   TO WS-ACTION-TEXT
               PERFORM PRINT-DECISION-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WKS-DECIDED-BY TO WS-DECIDED-BY

           EVALUATE TRUE
               WHEN WKS-KEEP
                   PERFORM KEEP-ONE-OPERATOR
               WHEN WKS-REVOKE
                   MOVE 'R' TO WS-DISABLE-REASON
                   MOVE 'REVOKED AT RECERTIFICATION'
                       TO WS-ACTION-TEXT
                   PERFORM DISABLE-ONE-OPERATOR
               WHEN OTHER
                   MOVE 'REJECTED - DECISION MUST BE K OR R'
                       TO WS-ACTION-TEXT
                   PERFORM PRINT-DECISION-REJECT
           END-EVALUATE
           .

       FIND-LOADED-OPERATOR.
           SET WS-OPER-IDX TO 1
           PERFORM UNTIL WS-OPER-IDX > WS-OPER-COUNT
               IF WS-OT-OPERATOR-ID(WS-OPER-IDX) = WS-WKS-OPERATOR-ID
                   EXIT PARAGRAPH
               END-IF
               SET WS-OPER-IDX UP BY 1
           END-PERFORM
           .

       KEEP-ONE-OPERATOR.
           INITIALIZE USER-SVC-REQ
           INITIALIZE USER-SVC-RES
           SET OP-RECERTIFY OF USER-SVC-REQ TO TRUE
           MOVE WS-DECIDED-BY TO USER-ID OF USER-SVC-REQ
           MOVE SPACES TO CORR-ID OF USER-SVC-REQ
           MOVE WS-OT-OPERATOR-ID(WS-OPER-IDX)
               TO Q-OPERATOR-ID OF USER-SVC-REQ

           CALL 'USER-SVC' USING USER-SVC-REQ USER-SVC-RES

           IF NOT OK OF USER-SVC-RES
               MOVE STATUS-MSG OF USER-SVC-RES TO WS-ACTION-TEXT
               PERFORM PRINT-OPERATOR-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TOTAL-ACTIONS
           MOVE WS-TODAY TO WS-OT-LAST-RECERT(WS-OPER-IDX)
           MOVE 'KEPT - RECERTIFIED BY ' TO WS-ACTION-TEXT
           MOVE WS-DECIDED-BY TO WS-ACTION-TEXT(23:8)
           PERFORM PRINT-OPERATOR-ACTION
           .

       PRINT-DECISION-REJECT.
           ADD 1 TO WS-TOTAL-EXCEPTIONS
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-WKS-OPERATOR-ID TO WS-RPT-LINE(3:8)
           MOVE WS-WKS-DECISION TO WS-RPT-LINE(12:1)
           MOVE WS-WKS-DECIDED-BY TO WS-RPT-LINE(14:8)
           MOVE '**' TO WS-RPT-LINE(55:2)
           MOVE WS-ACTION-TEXT TO WS-RPT-LINE(58:40)
           PERFORM EMIT-PRINT-LINE
           .

      * REGISTER-RUN-START: Registers the run with the central run
      * control under the mode and date, guarded against a second
      * run; the caller checks for the 409 block.
       REGISTER-RUN-START.
           MOVE SPACES TO WS-RUN-PARM
           STRING WS-RUN-MODE(1:1) ' ' WS-TODAY
               DELIMITED BY SIZE INTO WS-RUN-PARM
           INITIALIZE RUNCTL-SVC-REQ
           INITIALIZE RUNCTL-SVC-RES
           SET OP-START OF RUNCTL-SVC-REQ TO TRUE
           MOVE 'RECERT' TO USER-ID OF RUNCTL-SVC-REQ
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
      * actions taken and the exceptions left.
       REGISTER-RUN-END.
           INITIALIZE RUNCTL-SVC-REQ
           INITIALIZE RUNCTL-SVC-RES
           SET OP-END OF RUNCTL-SVC-REQ TO TRUE
           MOVE 'RECERT' TO USER-ID OF RUNCTL-SVC-REQ
           MOVE SPACES TO CORR-ID OF RUNCTL-SVC-REQ
           MOVE WS-PROGRAM-NAME(1:8) TO Q-JOB-NAME OF RUNCTL-SVC-REQ
           MOVE WS-RUN-PARM TO Q-RUN-PARM OF RUNCTL-SVC-REQ
           MOVE WS-RUN-START-TS
               TO Q-START-TIMESTAMP OF RUNCTL-SVC-REQ
           COMPUTE Q-TOTAL-COUNT OF RUNCTL-SVC-REQ =
               WS-TOTAL-ACTIONS + WS-TOTAL-EXCEPTIONS
           MOVE WS-TOTAL-ACTIONS TO Q-SUCCESS-COUNT OF RUNCTL-SVC-REQ
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

       END PROGRAM RECERT.
