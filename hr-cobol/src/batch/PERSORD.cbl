       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSORD.
      ******************************************************************
      * PERSORD - Personnel Orders (Jirei) and Change Announcement
      * Purpose: Gathers every personnel change effective on the
      *          order date and prints the formal order handed to
      *          the employee, one document per employee per change,
      *          plus the month's change announcement list grouped by
      *          department and grade - both typed in a word processor
      *          from the HRMENU screens until now. Changes come from:
      *            - the PROMOTION events on the audit trail whose
      *              effective date is the order date
      *            - pending transactions (pendtx.dat) effective on
      *              the date, still pending or already released by
      *              RELPEND - transfers, grade changes, manager
      *              changes and terminations
      *            - the employee versions: a version starting on the
      *              date that moves the department, grade or manager
      *              from the version before it, a leave of absence
      *              beginning on the date, a termination whose last
      *              day is the date
      *          The same change found twice (a released transaction
      *          and the version it created) is ordered once; a
      *          promotion stands in for the bare grade change.
      *          Terminations whose reason code is confidential -
      *          involuntary (disciplinary) separations by default -
      *          still get their order but stay off the announcement.
      * Input: hr-cobol/data/audit.log
      *        hr-cobol/data/pendtx.dat
      *        hr-cobol/data/employees.dat
      *        hr-cobol/data/departments.dat
      *        hr-cobol/data/grades.dat (via GRADE-SVC)
      * Output: hr-cobol/data/export/persord_<EMP-ID>_<YYYYMMDD>_
      *          <change>.txt - one order per employee per change
      *          (change X transfer, P promotion, G grade change,
      *          M manager change, L leave of absence, T separation)
      *         hr-cobol/data/reports/PERSORD_<generation>.rpt
      *         (announcement list, via RPT-PRINT)
      * Parm: PERSORD_DATE environment variable (YYYYMMDD, default
      *       today) - the effective date ordered
      *       PERSORD_CONFIDENTIAL environment variable (termination
      *       reason codes kept off the announcement, e.g. 'IV,LO';
      *       default 'IV')
      *       RUNCTL_OVERRIDE environment variable ('Y' overrides
      *       the duplicate-run guard)
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE
               ASSIGN TO 'hr-cobol/data/audit.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT PENDTX-FILE
               ASSIGN TO 'hr-cobol/data/pendtx.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTX-FILE-STATUS.

           SELECT EMPLOYEE-FILE
               ASSIGN TO 'hr-cobol/data/employees.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT DEPARTMENT-FILE
               ASSIGN TO 'hr-cobol/data/departments.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-FILE-STATUS.

      *    One order file per employee per change - the path is built
      *    per order, the way PAYSLIP names its slips
           SELECT ORDER-FILE
               ASSIGN TO DYNAMIC WS-ORDER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORD-FILE-STATUS.

           SELECT SORT-FILE
               ASSIGN TO 'SORTWK01'.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           COPY audit REPLACING ==05== BY ==10==.

       FD  PENDTX-FILE.
       01  PENDTX-RECORD           PIC X(200).

       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD         PIC X(1000).

       FD  DEPARTMENT-FILE.
       01  DEPARTMENT-RECORD       PIC X(1000).

       FD  ORDER-FILE.
       01  ORDER-RECORD            PIC X(80).

      * The announcement sort work record - department and grade
      * after the change, then the employee and the change itself
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-DEPT-ID          PIC 9(6).
           05  SR-GRADE-CODE       PIC X(4).
           05  SR-EMP-ID           PIC 9(9).
           05  SR-KIND             PIC X.
           05  SR-CH-IDX           PIC 9(5).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'PERSORD'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

       01  WS-AUDIT-FILE-STATUS    PIC XX.
           88  AUDIT-FILE-OK           VALUE '00'.
           88  AUDIT-FILE-EOF          VALUE '10'.
       01  WS-PTX-FILE-STATUS      PIC XX.
           88  PTX-FILE-OK             VALUE '00'.
           88  PTX-FILE-EOF            VALUE '10'.
       01  WS-EMP-FILE-STATUS      PIC XX.
           88  EMP-FILE-OK             VALUE '00'.
           88  EMP-FILE-EOF            VALUE '10'.
       01  WS-DEPT-FILE-STATUS     PIC XX.
           88  DEPT-FILE-OK            VALUE '00'.
           88  DEPT-FILE-EOF           VALUE '10'.
       01  WS-ORD-FILE-STATUS      PIC XX.
       01  WS-ORDER-PATH           PIC X(80).

       01  WS-PTX-REC.
           COPY pendtx REPLACING ==05== BY ==10==.
       01  WS-EMP-REC.
           COPY employee REPLACING ==05== BY ==10==.
       01  WS-DEPT-REC.
           COPY department REPLACING ==05== BY ==10==.

      * Run parameters
       01  WS-ENV-DATE             PIC X(10).
       01  WS-ORDER-DATE           PIC 9(8) VALUE 0.
       01  WS-ENV-CONFIDENTIAL     PIC X(40).
       01  WS-CONF-HITS            PIC 9(3).

      * Working storage for GRADE-SVC calls - the grade title on the
      * order
           COPY grade-req.
           COPY grade-res.

      * Working storage for RUNCTL-SVC calls - the run is keyed on
      * the order date, with RUNCTL_OVERRIDE=Y as the explicit
      * operator override
           COPY runctl-req.
           COPY runctl-res.
       01  WS-RUN-PARM             PIC X(10).
       01  WS-RUN-START-TS         PIC 9(14).
       01  WS-ENV-OVERRIDE         PIC X(10).

      * Every employee, in EMP-ID order as the file arrives (the
      * order SEARCH ALL needs): the version in force on the order
      * date and the one in force before it, and whether a leave or
      * a termination falls on the date
       78  MAX-ORD-EMPS            VALUE 5000.
       01  WS-EMP-COUNT            PIC 9(5) VALUE 0.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-EMP-COUNT
                   ASCENDING KEY IS WS-ET-EMP-ID
                   INDEXED BY WS-EMP-IDX.
               10  WS-ET-EMP-ID        PIC 9(9).
               10  WS-ET-LAST-NAME     PIC X(30).
               10  WS-ET-FIRST-NAME    PIC X(30).
               10  WS-ET-ON-FOUND      PIC X.
                   88  ET-ON-FOUND         VALUE 'Y'.
               10  WS-ET-ON-FROM       PIC 9(8).
               10  WS-ET-ON-DEPT       PIC 9(6).
               10  WS-ET-ON-GRADE      PIC X(4).
               10  WS-ET-ON-MANAGER    PIC 9(9).
               10  WS-ET-BEF-FOUND     PIC X.
                   88  ET-BEF-FOUND        VALUE 'Y'.
               10  WS-ET-BEF-FROM      PIC 9(8).
               10  WS-ET-BEF-DEPT      PIC 9(6).
               10  WS-ET-BEF-GRADE     PIC X(4).
               10  WS-ET-BEF-MANAGER   PIC 9(9).
               10  WS-ET-LEAVE-SW      PIC X.
                   88  ET-LEAVE-STARTS     VALUE 'Y'.
               10  WS-ET-LEAVE-RETURN  PIC 9(8).
               10  WS-ET-TERM-SW       PIC X.
                   88  ET-TERMINATES       VALUE 'Y'.
               10  WS-ET-TERM-REASON   PIC X(2).

      * Current department names
       78  MAX-ORD-DEPTS           VALUE 500.
       01  WS-DEPT-COUNT           PIC 9(3) VALUE 0.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-DEPT-IDX.
               10  WS-DT-DEPT-ID       PIC 9(6).
               10  WS-DT-DEPT-NAME     PIC X(50).

      * The changes ordered, in the order found - promotions, then
      * transactions, then versions
       78  MAX-CHANGES             VALUE 2000.
       01  WS-CH-COUNT             PIC 9(5) VALUE 0.
       01  WS-CHANGE-TABLE.
           05  WS-CH-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-CH-IDX.
               10  WS-CH-EMP-ID        PIC 9(9).
               10  WS-CH-KIND          PIC X.
                   88  CH-TRANSFER         VALUE 'X'.
                   88  CH-PROMOTION        VALUE 'P'.
                   88  CH-GRADE-CHANGE     VALUE 'G'.
                   88  CH-MANAGER-CHANGE   VALUE 'M'.
                   88  CH-LEAVE            VALUE 'L'.
                   88  CH-TERMINATION      VALUE 'T'.
      *        New department (X), grade (P, G), manager (M) or
      *        leave return date (L); the termination reason (T)
               10  WS-CH-NEW-VALUE     PIC X(9).
               10  WS-CH-CONFIDENTIAL  PIC X.
                   88  CH-CONFIDENTIAL     VALUE 'Y'.

      * The change being added
       01  WS-NEW-EMP-ID           PIC 9(9).
       01  WS-NEW-KIND             PIC X.
       01  WS-NEW-VALUE            PIC X(9).
       01  WS-SCAN-IDX             PIC 9(5).
       01  WS-DUP-SW               PIC X.
           88  CHANGE-IS-DUPLICATE     VALUE 'Y'.
           88  CHANGE-IS-NEW           VALUE 'N'.
       01  WS-TABLE-SW             PIC X VALUE 'N'.
           88  TABLE-OVERFLOWED        VALUE 'Y'.

      * Lookups
       01  WS-FOUND-SW             PIC X.
           88  ENTRY-FOUND             VALUE 'Y'.
           88  ENTRY-NOT-FOUND         VALUE 'N'.
       01  WS-LOOKUP-EMP-ID        PIC 9(9).
       01  WS-LOOKUP-DEPT-ID       PIC 9(6).
       01  WS-LOOKUP-DEPT-NAME     PIC X(50).
       01  WS-LOOKUP-GRADE         PIC X(4).
       01  WS-LOOKUP-GRADE-TITLE   PIC X(30).

      * The order being written
       01  WS-ORD-EMP-ID-X         PIC 9(9).
       01  WS-ORD-SEQ              PIC 9(4).
       01  WS-ORD-NAME             PIC X(61).
       01  WS-ORD-DEPT-ID          PIC 9(6).
       01  WS-ORD-GRADE            PIC X(4).
       01  WS-ORD-TEXT             PIC X(60).
       01  WS-ORD-DETAIL           PIC X(60).
       01  WS-REASON-TEXT          PIC X(30).
       01  WS-DATE-IN              PIC 9(8).
       01  WS-DATE-SHOWN           PIC X(10).
       01  WS-ORDER-DATE-SHOWN     PIC X(10).

      * Announcement listing
       01  WS-SORT-EOF-SW          PIC X.
           88  SORT-AT-END             VALUE 'Y'.
       01  WS-LAST-DEPT-ID         PIC 9(6).
       01  WS-CHANGE-NAME          PIC X(18).

      * Counters
       01  WS-ORDER-COUNT          PIC 9(5) VALUE 0.
       01  WS-FAILED-COUNT         PIC 9(5) VALUE 0.
       01  WS-LISTED-COUNT         PIC 9(5) VALUE 0.
       01  WS-WITHHELD-COUNT       PIC 9(5) VALUE 0.
       01  WS-COUNT-DISPLAY        PIC ZZ,ZZ9.

      * Print-file plumbing
       01  WS-RPT-OP               PIC X.
       01  WS-RPT-NAME             PIC X(8)  VALUE 'PERSORD'.
       01  WS-RPT-TITLE            PIC X(40)
           VALUE 'PERSONNEL CHANGE ANNOUNCEMENT'.
       01  WS-RPT-OPERATOR         PIC X(16).
       01  WS-RPT-LINE             PIC X(100).
       01  WS-RPT-STATUS           PIC 9.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'PERSORD - Personnel Orders v' WS-VERSION

           PERFORM GET-RUN-PARAMETERS

           PERFORM REGISTER-RUN-START
           IF NOT OK OF RUNCTL-SVC-RES
                   AND STATUS-CODE-N OF RUNCTL-SVC-RES = 409
               DISPLAY 'RUN BLOCKED: ' STATUS-MSG OF RUNCTL-SVC-RES
               DISPLAY 'Set RUNCTL_OVERRIDE=Y to run anyway.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-EMPLOYEES
           PERFORM LOAD-DEPARTMENTS

           PERFORM COLLECT-PROMOTIONS
           PERFORM COLLECT-PENDING-TRANSACTIONS
           PERFORM COLLECT-VERSION-CHANGES
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT

           PERFORM WRITE-ONE-ORDER
               VARYING WS-CH-IDX FROM 1 BY 1
               UNTIL WS-CH-IDX > WS-CH-COUNT

           PERFORM OPEN-PRINT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CHANGES EFFECTIVE ' WS-ORDER-DATE-SHOWN
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           PERFORM EMIT-PRINT-LINE

           SORT SORT-FILE
               ON ASCENDING KEY SR-DEPT-ID SR-GRADE-CODE
                                SR-EMP-ID SR-KIND
               INPUT PROCEDURE IS RELEASE-ANNOUNCED-CHANGES
               OUTPUT PROCEDURE IS PRINT-ANNOUNCEMENT

           IF WS-LISTED-COUNT = 0
               MOVE '  No changes to announce.' TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-IF
           PERFORM EMIT-PRINT-LINE
           MOVE WS-LISTED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CHANGES ANNOUNCED ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           PERFORM CLOSE-PRINT-FILE

           PERFORM REGISTER-RUN-END

           MOVE WS-CH-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Changes found:          ' WS-COUNT-DISPLAY
           MOVE WS-ORDER-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Orders written:         ' WS-COUNT-DISPLAY
           MOVE WS-LISTED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Changes announced:      ' WS-COUNT-DISPLAY
           MOVE WS-WITHHELD-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Kept off announcement:  ' WS-COUNT-DISPLAY
           IF WS-FAILED-COUNT > 0 OR TABLE-OVERFLOWED
               MOVE WS-FAILED-COUNT TO WS-COUNT-DISPLAY
               DISPLAY 'Orders not written:     ' WS-COUNT-DISPLAY
               IF TABLE-OVERFLOWED
                   DISPLAY 'WARNING: more employees or changes '
                       'than the run holds - not all ordered'
               END-IF
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       GET-RUN-PARAMETERS.
           MOVE SPACES TO WS-ENV-DATE
           ACCEPT WS-ENV-DATE FROM ENVIRONMENT 'PERSORD_DATE'
           IF WS-ENV-DATE(1:8) IS NUMERIC
               MOVE WS-ENV-DATE(1:8) TO WS-ORDER-DATE
           END-IF
           IF WS-ORDER-DATE = 0
               ACCEPT WS-ORDER-DATE FROM DATE YYYYMMDD
           END-IF

           MOVE SPACES TO WS-ENV-CONFIDENTIAL
           ACCEPT WS-ENV-CONFIDENTIAL
               FROM ENVIRONMENT 'PERSORD_CONFIDENTIAL'
           IF WS-ENV-CONFIDENTIAL = SPACES
               MOVE 'IV' TO WS-ENV-CONFIDENTIAL
           END-IF

           MOVE WS-ORDER-DATE TO WS-DATE-IN
           PERFORM FORMAT-DATE
           MOVE WS-DATE-SHOWN TO WS-ORDER-DATE-SHOWN
           DISPLAY 'Ordering changes effective ' WS-ORDER-DATE-SHOWN
           DISPLAY 'Confidential reason codes: ' WS-ENV-CONFIDENTIAL
           .

      * FORMAT-DATE: WS-DATE-IN (YYYYMMDD) as YYYY/MM/DD in
      * WS-DATE-SHOWN.
       FORMAT-DATE.
           MOVE SPACES TO WS-DATE-SHOWN
           STRING WS-DATE-IN(1:4) '/' WS-DATE-IN(5:2) '/'
                  WS-DATE-IN(7:2)
               DELIMITED BY SIZE INTO WS-DATE-SHOWN
           .

      * LOAD-EMPLOYEES: One slot per employee - versions of one
      * employee arrive together. The version in force on the order
      * date is the latest starting on or before it; the one before
      * is the latest starting before it.
       LOAD-EMPLOYEES.
           MOVE 0 TO WS-EMP-COUNT

           OPEN INPUT EMPLOYEE-FILE
           IF NOT EMP-FILE-OK
               DISPLAY 'ERROR: Cannot open employee file.'
               MOVE 8 TO RETURN-CODE
               PERFORM REGISTER-RUN-END
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
           SET ENTRY-NOT-FOUND TO TRUE
           IF WS-EMP-COUNT > 0
               SET WS-EMP-IDX TO WS-EMP-COUNT
               IF WS-ET-EMP-ID(WS-EMP-IDX) = EMP-ID OF WS-EMP-REC
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-IF

           IF ENTRY-NOT-FOUND
               IF WS-EMP-COUNT >= MAX-ORD-EMPS
                   SET TABLE-OVERFLOWED TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-EMP-COUNT
               SET WS-EMP-IDX TO WS-EMP-COUNT
               INITIALIZE WS-EMP-ENTRY(WS-EMP-IDX)
               MOVE EMP-ID OF WS-EMP-REC TO WS-ET-EMP-ID(WS-EMP-IDX)
           END-IF

           MOVE LAST-NAME OF WS-EMP-REC TO WS-ET-LAST-NAME(WS-EMP-IDX)
           MOVE FIRST-NAME OF WS-EMP-REC
               TO WS-ET-FIRST-NAME(WS-EMP-IDX)

           IF VALID-FROM OF WS-EMP-REC <= WS-ORDER-DATE
               IF NOT ET-ON-FOUND(WS-EMP-IDX)
                       OR VALID-FROM OF WS-EMP-REC
                           >= WS-ET-ON-FROM(WS-EMP-IDX)
                   MOVE 'Y' TO WS-ET-ON-FOUND(WS-EMP-IDX)
                   MOVE VALID-FROM OF WS-EMP-REC
                       TO WS-ET-ON-FROM(WS-EMP-IDX)
                   MOVE DEPT-ID OF WS-EMP-REC
                       TO WS-ET-ON-DEPT(WS-EMP-IDX)
                   MOVE GRADE-CODE OF WS-EMP-REC
                       TO WS-ET-ON-GRADE(WS-EMP-IDX)
                   MOVE MANAGER-EMP-ID OF WS-EMP-REC
                       TO WS-ET-ON-MANAGER(WS-EMP-IDX)
               END-IF
           END-IF

           IF VALID-FROM OF WS-EMP-REC < WS-ORDER-DATE
               IF NOT ET-BEF-FOUND(WS-EMP-IDX)
                       OR VALID-FROM OF WS-EMP-REC
                           >= WS-ET-BEF-FROM(WS-EMP-IDX)
                   MOVE 'Y' TO WS-ET-BEF-FOUND(WS-EMP-IDX)
                   MOVE VALID-FROM OF WS-EMP-REC
                       TO WS-ET-BEF-FROM(WS-EMP-IDX)
                   MOVE DEPT-ID OF WS-EMP-REC
                       TO WS-ET-BEF-DEPT(WS-EMP-IDX)
                   MOVE GRADE-CODE OF WS-EMP-REC
                       TO WS-ET-BEF-GRADE(WS-EMP-IDX)
                   MOVE MANAGER-EMP-ID OF WS-EMP-REC
                       TO WS-ET-BEF-MANAGER(WS-EMP-IDX)
               END-IF
           END-IF

      *    START-LEAVE and TERMINATE-EMPLOYEE update the version in
      *    place, so the date is on whichever version carries it
           IF ON-LEAVE OF WS-EMP-REC
                   AND LEAVE-BEGIN-DATE OF WS-EMP-REC = WS-ORDER-DATE
               MOVE 'Y' TO WS-ET-LEAVE-SW(WS-EMP-IDX)
               MOVE LEAVE-RETURN-DATE OF WS-EMP-REC
                   TO WS-ET-LEAVE-RETURN(WS-EMP-IDX)
           END-IF
           IF TERMINATED OF WS-EMP-REC
                   AND VALID-TO OF WS-EMP-REC = WS-ORDER-DATE
               MOVE 'Y' TO WS-ET-TERM-SW(WS-EMP-IDX)
               MOVE TERM-REASON-CODE OF WS-EMP-REC
                   TO WS-ET-TERM-REASON(WS-EMP-IDX)
           END-IF
           .

      * LOAD-DEPARTMENTS: The current version of each department.
       LOAD-DEPARTMENTS.
           MOVE 0 TO WS-DEPT-COUNT

           OPEN INPUT DEPARTMENT-FILE
           IF NOT DEPT-FILE-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL DEPT-FILE-EOF
               READ DEPARTMENT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DEPARTMENT-RECORD TO WS-DEPT-REC
                       IF VALID-TO OF WS-DEPT-REC = OPEN-ENDED-DATE
                               AND WS-DEPT-COUNT < MAX-ORD-DEPTS
                           ADD 1 TO WS-DEPT-COUNT
                           SET WS-DEPT-IDX TO WS-DEPT-COUNT
                           MOVE DEPT-ID OF WS-DEPT-REC
                               TO WS-DT-DEPT-ID(WS-DEPT-IDX)
                           MOVE DEPT-NAME OF WS-DEPT-REC
                               TO WS-DT-DEPT-NAME(WS-DEPT-IDX)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DEPARTMENT-FILE
           .

      * COLLECT-PROMOTIONS: The PROMOTION events HRMENU writes carry
      * the new grade and the effective date at fixed positions of
      * the after-value ('GRADE gggg SALARY nnnnnnnnnnnnn EFFECTIVE
      * yyyymmdd').
       COLLECT-PROMOTIONS.
           OPEN INPUT AUDIT-FILE
           IF NOT AUDIT-FILE-OK
               DISPLAY 'WARNING: Cannot open audit log - promotions '
                   'not ordered'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL AUDIT-FILE-EOF
               READ AUDIT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ACTION OF AUDIT-RECORD = 'PROMOTION'
                               AND ENTITY-TYPE OF AUDIT-RECORD = 'EMP'
                               AND AFTER-VALUE OF AUDIT-RECORD(43:8)
                                   = WS-ORDER-DATE
                           MOVE ENTITY-ID OF AUDIT-RECORD
                               TO WS-NEW-EMP-ID
                           MOVE 'P' TO WS-NEW-KIND
                           MOVE SPACES TO WS-NEW-VALUE
                           MOVE AFTER-VALUE OF AUDIT-RECORD(7:4)
                               TO WS-NEW-VALUE
                           PERFORM ADD-CHANGE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE AUDIT-FILE
           .

      * COLLECT-PENDING-TRANSACTIONS: Transactions effective on the
      * date, pending or released - a canceled or failed one never
      * took effect.
       COLLECT-PENDING-TRANSACTIONS.
           OPEN INPUT PENDTX-FILE
           IF NOT PTX-FILE-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL PTX-FILE-EOF
               READ PENDTX-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PENDTX-RECORD TO WS-PTX-REC
                       IF EFFECTIVE-DATE OF WS-PTX-REC = WS-ORDER-DATE
                               AND (TX-PENDING OF WS-PTX-REC
                                   OR TX-RELEASED OF WS-PTX-REC)
                           PERFORM TAKE-PENDING-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PENDTX-FILE
           .

       TAKE-PENDING-TRANSACTION.
           MOVE EMP-ID OF WS-PTX-REC TO WS-NEW-EMP-ID
           MOVE SPACES TO WS-NEW-VALUE
           MOVE TX-TYPE OF WS-PTX-REC TO WS-NEW-KIND
           EVALUATE TRUE
               WHEN TX-TRANSFER OF WS-PTX-REC
                   MOVE NEW-DEPT-ID OF WS-PTX-REC TO WS-NEW-VALUE
               WHEN TX-GRADE-CHANGE OF WS-PTX-REC
                   MOVE NEW-GRADE-CODE OF WS-PTX-REC TO WS-NEW-VALUE
               WHEN TX-MANAGER-CHANGE OF WS-PTX-REC
                   MOVE NEW-MANAGER-ID OF WS-PTX-REC TO WS-NEW-VALUE
               WHEN TX-TERMINATE OF WS-PTX-REC
                   MOVE TERM-REASON-CODE OF WS-PTX-REC
                       TO WS-NEW-VALUE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM ADD-CHANGE
           .

      * COLLECT-VERSION-CHANGES: What the employee's own versions
      * show for the date - a version starting on it compared with
      * the one before, and a leave or termination falling on it.
       COLLECT-VERSION-CHANGES.
           MOVE WS-ET-EMP-ID(WS-EMP-IDX) TO WS-NEW-EMP-ID

           IF ET-ON-FOUND(WS-EMP-IDX) AND ET-BEF-FOUND(WS-EMP-IDX)
                   AND WS-ET-ON-FROM(WS-EMP-IDX) = WS-ORDER-DATE
               IF WS-ET-ON-DEPT(WS-EMP-IDX)
                       NOT = WS-ET-BEF-DEPT(WS-EMP-IDX)
                   MOVE 'X' TO WS-NEW-KIND
                   MOVE SPACES TO WS-NEW-VALUE
                   MOVE WS-ET-ON-DEPT(WS-EMP-IDX) TO WS-NEW-VALUE
                   PERFORM ADD-CHANGE
               END-IF
               IF WS-ET-ON-GRADE(WS-EMP-IDX)
                       NOT = WS-ET-BEF-GRADE(WS-EMP-IDX)
                   MOVE 'G' TO WS-NEW-KIND
                   MOVE SPACES TO WS-NEW-VALUE
                   MOVE WS-ET-ON-GRADE(WS-EMP-IDX) TO WS-NEW-VALUE
                   PERFORM ADD-CHANGE
               END-IF
               IF WS-ET-ON-MANAGER(WS-EMP-IDX)
                       NOT = WS-ET-BEF-MANAGER(WS-EMP-IDX)
                   MOVE 'M' TO WS-NEW-KIND
                   MOVE SPACES TO WS-NEW-VALUE
                   MOVE WS-ET-ON-MANAGER(WS-EMP-IDX) TO WS-NEW-VALUE
                   PERFORM ADD-CHANGE
               END-IF
           END-IF

           IF ET-LEAVE-STARTS(WS-EMP-IDX)
               MOVE 'L' TO WS-NEW-KIND
               MOVE SPACES TO WS-NEW-VALUE
               MOVE WS-ET-LEAVE-RETURN(WS-EMP-IDX) TO WS-NEW-VALUE
               PERFORM ADD-CHANGE
           END-IF
           IF ET-TERMINATES(WS-EMP-IDX)
               MOVE 'T' TO WS-NEW-KIND
               MOVE SPACES TO WS-NEW-VALUE
               MOVE WS-ET-TERM-REASON(WS-EMP-IDX) TO WS-NEW-VALUE
               PERFORM ADD-CHANGE
           END-IF
           .

      * ADD-CHANGE: Books WS-NEW-EMP-ID / WS-NEW-KIND / WS-NEW-VALUE
      * unless the employee already has that change - a promotion
      * counts as the employee's grade change.
       ADD-CHANGE.
           SET CHANGE-IS-NEW TO TRUE
           PERFORM CHECK-ONE-DUPLICATE
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-CH-COUNT
                   OR CHANGE-IS-DUPLICATE
           IF CHANGE-IS-DUPLICATE
               EXIT PARAGRAPH
           END-IF

           IF WS-CH-COUNT >= MAX-CHANGES
               SET TABLE-OVERFLOWED TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CH-COUNT
           MOVE WS-NEW-EMP-ID TO WS-CH-EMP-ID(WS-CH-COUNT)
           MOVE WS-NEW-KIND TO WS-CH-KIND(WS-CH-COUNT)
           MOVE WS-NEW-VALUE TO WS-CH-NEW-VALUE(WS-CH-COUNT)
           MOVE 'N' TO WS-CH-CONFIDENTIAL(WS-CH-COUNT)

      *    Confidential separations stay off the announcement
           IF WS-NEW-KIND = 'T' AND WS-NEW-VALUE(1:2) NOT = SPACES
               MOVE 0 TO WS-CONF-HITS
               INSPECT WS-ENV-CONFIDENTIAL TALLYING WS-CONF-HITS
                   FOR ALL WS-NEW-VALUE(1:2)
               IF WS-CONF-HITS > 0
                   MOVE 'Y' TO WS-CH-CONFIDENTIAL(WS-CH-COUNT)
               END-IF
           END-IF
           .

       CHECK-ONE-DUPLICATE.
           IF WS-CH-EMP-ID(WS-SCAN-IDX) = WS-NEW-EMP-ID
               IF WS-CH-KIND(WS-SCAN-IDX) = WS-NEW-KIND
                   SET CHANGE-IS-DUPLICATE TO TRUE
               END-IF
               IF WS-CH-KIND(WS-SCAN-IDX) = 'P' AND WS-NEW-KIND = 'G'
                   SET CHANGE-IS-DUPLICATE TO TRUE
               END-IF
           END-IF
           .

      * FIND-EMPLOYEE: WS-LOOKUP-EMP-ID to its slot in WS-EMP-IDX.
       FIND-EMPLOYEE.
           SET ENTRY-NOT-FOUND TO TRUE
           IF WS-EMP-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           SEARCH ALL WS-EMP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ET-EMP-ID(WS-EMP-IDX) = WS-LOOKUP-EMP-ID
                   SET ENTRY-FOUND TO TRUE
           END-SEARCH
           .

      * FIND-DEPARTMENT-NAME: WS-LOOKUP-DEPT-ID to its current name;
      * spaces when not on file.
       FIND-DEPARTMENT-NAME.
           MOVE SPACES TO WS-LOOKUP-DEPT-NAME
           SET WS-DEPT-IDX TO 1
           SEARCH WS-DEPT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DEPT-IDX > WS-DEPT-COUNT
                   CONTINUE
               WHEN WS-DT-DEPT-ID(WS-DEPT-IDX) = WS-LOOKUP-DEPT-ID
                   MOVE WS-DT-DEPT-NAME(WS-DEPT-IDX)
                       TO WS-LOOKUP-DEPT-NAME
           END-SEARCH
           .

      * FIND-GRADE-TITLE: WS-LOOKUP-GRADE to its title on the grade
      * master; spaces when not on file.
       FIND-GRADE-TITLE.
           MOVE SPACES TO WS-LOOKUP-GRADE-TITLE
           IF WS-LOOKUP-GRADE = SPACES
               EXIT PARAGRAPH
           END-IF
           INITIALIZE GRADE-SVC-REQ
           INITIALIZE GRADE-SVC-RES
           MOVE 'F' TO OP-CODE OF GRADE-SVC-REQ
           MOVE 'PERSORD' TO USER-ID OF GRADE-SVC-REQ
           MOVE SPACES TO CORR-ID OF GRADE-SVC-REQ
           MOVE WS-LOOKUP-GRADE TO Q-GRADE-CODE OF GRADE-SVC-REQ
           CALL 'GRADE-SVC' USING GRADE-SVC-REQ GRADE-SVC-RES
           IF OK OF GRADE-SVC-RES
               MOVE GRADE-TITLE OF OUT-GRADE OF GRADE-SVC-RES
                   TO WS-LOOKUP-GRADE-TITLE
           END-IF
           .

      * RESOLVE-CHANGE: For the change at WS-CH-IDX - the employee's
      * name, the department and grade after the change, and the
      * wording of the order and of the announcement line.
       RESOLVE-CHANGE.
           MOVE WS-CH-EMP-ID(WS-CH-IDX) TO WS-LOOKUP-EMP-ID
           PERFORM FIND-EMPLOYEE
           MOVE SPACES TO WS-ORD-NAME
           MOVE 0 TO WS-ORD-DEPT-ID
           MOVE SPACES TO WS-ORD-GRADE
           IF ENTRY-FOUND
               STRING WS-ET-LAST-NAME(WS-EMP-IDX) DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      WS-ET-FIRST-NAME(WS-EMP-IDX) DELIMITED BY '  '
                   INTO WS-ORD-NAME
               IF ET-ON-FOUND(WS-EMP-IDX)
                   MOVE WS-ET-ON-DEPT(WS-EMP-IDX) TO WS-ORD-DEPT-ID
                   MOVE WS-ET-ON-GRADE(WS-EMP-IDX) TO WS-ORD-GRADE
               ELSE
                   MOVE WS-ET-BEF-DEPT(WS-EMP-IDX) TO WS-ORD-DEPT-ID
                   MOVE WS-ET-BEF-GRADE(WS-EMP-IDX) TO WS-ORD-GRADE
               END-IF
           END-IF

           MOVE SPACES TO WS-ORD-TEXT
           MOVE SPACES TO WS-ORD-DETAIL
           EVALUATE TRUE
               WHEN CH-TRANSFER(WS-CH-IDX)
                   MOVE WS-CH-NEW-VALUE(WS-CH-IDX)(1:6)
                       TO WS-ORD-DEPT-ID
                   MOVE WS-ORD-DEPT-ID TO WS-LOOKUP-DEPT-ID
                   PERFORM FIND-DEPARTMENT-NAME
                   MOVE 'TRANSFER' TO WS-CHANGE-NAME
                   MOVE 'is transferred to the department'
                       TO WS-ORD-TEXT
                   STRING WS-ORD-DEPT-ID ' ' WS-LOOKUP-DEPT-NAME
                       DELIMITED BY SIZE INTO WS-ORD-DETAIL
               WHEN CH-PROMOTION(WS-CH-IDX)
                   MOVE WS-CH-NEW-VALUE(WS-CH-IDX)(1:4)
                       TO WS-ORD-GRADE
                   MOVE WS-ORD-GRADE TO WS-LOOKUP-GRADE
                   PERFORM FIND-GRADE-TITLE
                   MOVE 'PROMOTION' TO WS-CHANGE-NAME
                   MOVE 'is promoted to the grade' TO WS-ORD-TEXT
                   STRING WS-ORD-GRADE ' ' WS-LOOKUP-GRADE-TITLE
                       DELIMITED BY SIZE INTO WS-ORD-DETAIL
               WHEN CH-GRADE-CHANGE(WS-CH-IDX)
                   MOVE WS-CH-NEW-VALUE(WS-CH-IDX)(1:4)
                       TO WS-ORD-GRADE
                   MOVE WS-ORD-GRADE TO WS-LOOKUP-GRADE
                   PERFORM FIND-GRADE-TITLE
                   MOVE 'GRADE CHANGE' TO WS-CHANGE-NAME
                   MOVE 'is assigned the grade' TO WS-ORD-TEXT
                   STRING WS-ORD-GRADE ' ' WS-LOOKUP-GRADE-TITLE
                       DELIMITED BY SIZE INTO WS-ORD-DETAIL
               WHEN CH-MANAGER-CHANGE(WS-CH-IDX)
                   MOVE 'MANAGER CHANGE' TO WS-CHANGE-NAME
                   MOVE 'is assigned to report to' TO WS-ORD-TEXT
                   PERFORM DESCRIBE-NEW-MANAGER
      *            The lookup moved the slot - back to the employee
                   MOVE WS-CH-EMP-ID(WS-CH-IDX) TO WS-LOOKUP-EMP-ID
                   PERFORM FIND-EMPLOYEE
               WHEN CH-LEAVE(WS-CH-IDX)
                   MOVE 'LEAVE OF ABSENCE' TO WS-CHANGE-NAME
                   MOVE 'is granted leave of absence, returning'
                       TO WS-ORD-TEXT
                   MOVE WS-CH-NEW-VALUE(WS-CH-IDX)(1:8) TO WS-DATE-IN
                   PERFORM FORMAT-DATE
                   STRING 'on ' WS-DATE-SHOWN
                       DELIMITED BY SIZE INTO WS-ORD-DETAIL
               WHEN CH-TERMINATION(WS-CH-IDX)
                   MOVE 'SEPARATION' TO WS-CHANGE-NAME
                   MOVE 'separates from the company, reason'
                       TO WS-ORD-TEXT
                   PERFORM DESCRIBE-TERM-REASON
                   MOVE WS-REASON-TEXT TO WS-ORD-DETAIL
           END-EVALUATE
           .

       DESCRIBE-NEW-MANAGER.
           MOVE WS-CH-NEW-VALUE(WS-CH-IDX)(1:9) TO WS-LOOKUP-EMP-ID
           PERFORM FIND-EMPLOYEE
           IF ENTRY-FOUND
               STRING WS-ET-LAST-NAME(WS-EMP-IDX) DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      WS-ET-FIRST-NAME(WS-EMP-IDX) DELIMITED BY '  '
                      ' (EMP-ID ' WS-LOOKUP-EMP-ID ')'
                          DELIMITED BY SIZE
                   INTO WS-ORD-DETAIL
           ELSE
               STRING 'EMP-ID ' WS-LOOKUP-EMP-ID
                   DELIMITED BY SIZE INTO WS-ORD-DETAIL
           END-IF
           .

       DESCRIBE-TERM-REASON.
           EVALUATE WS-CH-NEW-VALUE(WS-CH-IDX)(1:2)
               WHEN 'RS'
                   MOVE 'resignation' TO WS-REASON-TEXT
               WHEN 'LO'
                   MOVE 'layoff' TO WS-REASON-TEXT
               WHEN 'IV'
                   MOVE 'involuntary separation' TO WS-REASON-TEXT
               WHEN 'RT'
                   MOVE 'retirement' TO WS-REASON-TEXT
               WHEN 'CE'
                   MOVE 'end of contract term' TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-REASON-TEXT
                   STRING 'code ' WS-CH-NEW-VALUE(WS-CH-IDX)(1:2)
                       DELIMITED BY SIZE INTO WS-REASON-TEXT
           END-EVALUATE
           .

      * WRITE-ONE-ORDER: The order document for the change at
      * WS-CH-IDX, in the standard wording.
       WRITE-ONE-ORDER.
           PERFORM RESOLVE-CHANGE

           MOVE WS-CH-EMP-ID(WS-CH-IDX) TO WS-ORD-EMP-ID-X
           MOVE SPACES TO WS-ORDER-PATH
           STRING 'hr-cobol/data/export/persord_'
                  WS-ORD-EMP-ID-X '_' WS-ORDER-DATE '_'
                  WS-CH-KIND(WS-CH-IDX) '.txt'
               DELIMITED BY SIZE INTO WS-ORDER-PATH

           OPEN OUTPUT ORDER-FILE
           IF WS-ORD-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open ' WS-ORDER-PATH
               ADD 1 TO WS-FAILED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ORDER-COUNT
           MOVE WS-ORDER-COUNT TO WS-ORD-SEQ

           MOVE '========================================'
               TO ORDER-RECORD
           WRITE ORDER-RECORD
           MOVE '            PERSONNEL ORDER' TO ORDER-RECORD
           WRITE ORDER-RECORD
           MOVE '========================================'
               TO ORDER-RECORD
           WRITE ORDER-RECORD
           MOVE SPACES TO ORDER-RECORD
           STRING 'Order No. ' WS-ORDER-DATE '-' WS-ORD-SEQ
               DELIMITED BY SIZE INTO ORDER-RECORD
           WRITE ORDER-RECORD
           MOVE SPACES TO ORDER-RECORD
           WRITE ORDER-RECORD
           MOVE SPACES TO ORDER-RECORD
           STRING 'To: ' WS-ORD-NAME DELIMITED BY '  '
                  '  (EMP-ID ' WS-ORD-EMP-ID-X ')'
                      DELIMITED BY SIZE
               INTO ORDER-RECORD
           WRITE ORDER-RECORD
           MOVE SPACES TO ORDER-RECORD
           WRITE ORDER-RECORD
           MOVE SPACES TO ORDER-RECORD
           STRING 'Effective ' WS-ORDER-DATE-SHOWN
                  ', the above-named employee'
               DELIMITED BY SIZE INTO ORDER-RECORD
           WRITE ORDER-RECORD
           MOVE SPACES TO ORDER-RECORD
           STRING WS-ORD-TEXT DELIMITED BY '  '
                  ':' DELIMITED BY SIZE
               INTO ORDER-RECORD
           WRITE ORDER-RECORD
           MOVE SPACES TO ORDER-RECORD
           STRING '    ' WS-ORD-DETAIL
               DELIMITED BY SIZE INTO ORDER-RECORD
           WRITE ORDER-RECORD
           MOVE SPACES TO ORDER-RECORD
           WRITE ORDER-RECORD
           MOVE 'This order is issued by the company.'
               TO ORDER-RECORD
           WRITE ORDER-RECORD
           MOVE SPACES TO ORDER-RECORD
           WRITE ORDER-RECORD
           MOVE SPACES TO ORDER-RECORD
           STRING 'Dated ' WS-ORDER-DATE-SHOWN
                  '        Human Resources Department'
               DELIMITED BY SIZE INTO ORDER-RECORD
           WRITE ORDER-RECORD
           MOVE '========================================'
               TO ORDER-RECORD
           WRITE ORDER-RECORD

           CLOSE ORDER-FILE
           .

      * RELEASE-ANNOUNCED-CHANGES: Every change but the confidential
      * ones, keyed on the department and grade after the change.
       RELEASE-ANNOUNCED-CHANGES.
           PERFORM RELEASE-ONE-CHANGE
               VARYING WS-CH-IDX FROM 1 BY 1
               UNTIL WS-CH-IDX > WS-CH-COUNT
           .

       RELEASE-ONE-CHANGE.
           IF CH-CONFIDENTIAL(WS-CH-IDX)
               ADD 1 TO WS-WITHHELD-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM RESOLVE-CHANGE
           MOVE WS-ORD-DEPT-ID TO SR-DEPT-ID
           MOVE WS-ORD-GRADE TO SR-GRADE-CODE
           MOVE WS-CH-EMP-ID(WS-CH-IDX) TO SR-EMP-ID
           MOVE WS-CH-KIND(WS-CH-IDX) TO SR-KIND
           SET WS-SCAN-IDX TO WS-CH-IDX
           MOVE WS-SCAN-IDX TO SR-CH-IDX
           RELEASE SORT-RECORD
           .

      * PRINT-ANNOUNCEMENT: The sorted changes, a heading line at
      * each department.
       PRINT-ANNOUNCEMENT.
           MOVE 999999 TO WS-LAST-DEPT-ID
           MOVE 'N' TO WS-SORT-EOF-SW
           PERFORM UNTIL SORT-AT-END
               RETURN SORT-FILE
                   AT END
                       SET SORT-AT-END TO TRUE
                   NOT AT END
                       PERFORM PRINT-ONE-ANNOUNCEMENT
               END-RETURN
           END-PERFORM
           .

       PRINT-ONE-ANNOUNCEMENT.
           SET WS-CH-IDX TO SR-CH-IDX
           PERFORM RESOLVE-CHANGE

           IF SR-DEPT-ID NOT = WS-LAST-DEPT-ID
               IF WS-LISTED-COUNT > 0
                   PERFORM EMIT-PRINT-LINE
               END-IF
               MOVE SR-DEPT-ID TO WS-LOOKUP-DEPT-ID
               PERFORM FIND-DEPARTMENT-NAME
               STRING 'DEPARTMENT ' SR-DEPT-ID ' '
                      WS-LOOKUP-DEPT-NAME
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
               STRING '  GRADE EMP-ID    NAME                      '
                      'CHANGE'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
               MOVE SR-DEPT-ID TO WS-LAST-DEPT-ID
           END-IF

           MOVE SR-GRADE-CODE TO WS-RPT-LINE(3:4)
           MOVE SR-EMP-ID TO WS-RPT-LINE(9:9)
           MOVE WS-ORD-NAME TO WS-RPT-LINE(19:25)
           MOVE WS-CHANGE-NAME TO WS-RPT-LINE(45:17)
           MOVE WS-ORD-DETAIL TO WS-RPT-LINE(62:39)
           PERFORM EMIT-PRINT-LINE
           ADD 1 TO WS-LISTED-COUNT
           .

      * REGISTER-RUN-START: Registers this run with the central run
      * control, guarded against ordering the same date twice; the
      * caller checks for the 409 block.
       REGISTER-RUN-START.
           MOVE SPACES TO WS-RUN-PARM
           MOVE WS-ORDER-DATE TO WS-RUN-PARM
           INITIALIZE RUNCTL-SVC-REQ
           INITIALIZE RUNCTL-SVC-RES
           SET OP-START OF RUNCTL-SVC-REQ TO TRUE
           MOVE 'PERSORD' TO USER-ID OF RUNCTL-SVC-REQ
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

      * REGISTER-RUN-END: Closes the registered run out with this
      * run's counts and outcome.
       REGISTER-RUN-END.
           INITIALIZE RUNCTL-SVC-REQ
           INITIALIZE RUNCTL-SVC-RES
           SET OP-END OF RUNCTL-SVC-REQ TO TRUE
           MOVE 'PERSORD' TO USER-ID OF RUNCTL-SVC-REQ
           MOVE SPACES TO CORR-ID OF RUNCTL-SVC-REQ
           MOVE WS-PROGRAM-NAME(1:8) TO Q-JOB-NAME OF RUNCTL-SVC-REQ
           MOVE WS-RUN-PARM TO Q-RUN-PARM OF RUNCTL-SVC-REQ
           MOVE WS-RUN-START-TS
               TO Q-START-TIMESTAMP OF RUNCTL-SVC-REQ
           MOVE WS-CH-COUNT TO Q-TOTAL-COUNT OF RUNCTL-SVC-REQ
           MOVE WS-ORDER-COUNT TO Q-SUCCESS-COUNT OF RUNCTL-SVC-REQ
           MOVE WS-FAILED-COUNT TO Q-FAILED-COUNT OF RUNCTL-SVC-REQ
           IF RETURN-CODE = 8
               MOVE 'F' TO Q-OUTCOME OF RUNCTL-SVC-REQ
           ELSE
               MOVE 'C' TO Q-OUTCOME OF RUNCTL-SVC-REQ
           END-IF
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

       END PROGRAM PERSORD.
