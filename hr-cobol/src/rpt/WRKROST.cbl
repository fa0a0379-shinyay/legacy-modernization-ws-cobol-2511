       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRKROST.
      ******************************************************************
      * WRKROST - Statutory Worker Roster (Rodosha Meibo)
      * Purpose: The worker roster the Labor Standards Act requires
      *          at each establishment, companion to the WAGELDG wage
      *          ledger: per worker, name and kana, birth date,
      *          address, hire date, job (GRADE-CODE and its title),
      *          the career within the company - every change of
      *          department, grade, establishment or employment type
      *          across the employee's versions, archived ones
      *          included - and the termination date with its
      *          reason. Workers are grouped by establishment
      *          (LOCATION-CODE) in kana order. A leaver stays on the
      *          roster for the retention period after the
      *          termination date.
      * Input: hr-cobol/data/employees.dat
      *        hr-cobol/data/archive/employees_arch.dat (versions
      *        ARCHPAY has moved out)
      *        hr-cobol/data/grades.dat (via GRADE-SVC)
      *        hr-cobol/data/locations.dat (via LOC-SVC)
      * Output: hr-cobol/data/reports/WRKROST_<generation>.rpt
      *         (via RPT-PRINT)
      * Parm: WRKROST_LOCATION environment variable (establishment
      *       filter, absent for every establishment)
      *       WRKROST_RETENTION_YEARS environment variable (years a
      *       leaver is kept after the termination date, default 5)
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE
               ASSIGN TO 'hr-cobol/data/employees.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT EMP-ARCHIVE-FILE
               ASSIGN TO 'hr-cobol/data/archive/employees_arch.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EARCH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD         PIC X(1000).

       FD  EMP-ARCHIVE-FILE.
       01  EMP-ARCHIVE-RECORD      PIC X(1000).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'WRKROST'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

       01  WS-EMP-FILE-STATUS      PIC XX.
           88  EMP-FILE-OK             VALUE '00'.
           88  EMP-FILE-EOF            VALUE '10'.
           88  EMP-FILE-NOT-FOUND      VALUE '35'.
       01  WS-EARCH-FILE-STATUS    PIC XX.
           88  EARCH-FILE-OK           VALUE '00'.
           88  EARCH-FILE-EOF          VALUE '10'.
           88  EARCH-FILE-NOT-FOUND    VALUE '35'.

       01  WS-EMP-REC.
           COPY employee REPLACING ==05== BY ==10==.

      * Working storage for GRADE-SVC and LOC-SVC calls - the job
      * title and the establishment name
           COPY grade-req.
           COPY grade-res.
           COPY loc-req.
           COPY loc-res.

      * Print-file plumbing
       01  WS-RPT-OP               PIC X.
       01  WS-RPT-NAME             PIC X(8)  VALUE 'WRKROST'.
       01  WS-RPT-TITLE            PIC X(40)
           VALUE 'WORKER ROSTER (RODOSHA MEIBO)'.
       01  WS-RPT-OPERATOR         PIC X(16).
       01  WS-RPT-LINE             PIC X(100).
       01  WS-RPT-STATUS           PIC 9.

       01  WS-ENV-LOCATION         PIC X(10).
       01  WS-ENV-RETENTION        PIC X(10).
       01  WS-LOCATION-FILTER      PIC X(4) VALUE SPACES.
      * Labor Standards Act article 109 - five years from the
      * termination date
       01  WS-RETENTION-YEARS      PIC 9(2) VALUE 5.
       01  WS-TODAY                PIC 9(8).
       01  WS-RETAIN-FROM          PIC 9(8).

      * Every employee's latest version, in EMP-ID order (the live
      * file arrives in EMP-ID + VALID-FROM order), with the chain
      * of its versions for the career listing
       78  MAX-ROSTER-EMPS         VALUE 5000.
       01  WS-EMP-COUNT            PIC 9(5) VALUE 0.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-EMP-COUNT
                   ASCENDING KEY IS WS-ET-EMP-ID
                   INDEXED BY WS-EMP-IDX.
               10  WS-ET-EMP-ID    PIC 9(9).
               10  WS-ET-LOCATION  PIC X(4).
               10  WS-ET-KANA-LAST PIC X(30).
               10  WS-ET-KANA-FIRST PIC X(30).
               10  WS-ET-LAST-NAME PIC X(30).
               10  WS-ET-FIRST-NAME PIC X(30).
               10  WS-ET-BIRTH-DATE PIC 9(8).
               10  WS-ET-ADDR-COUNT PIC 9.
               10  WS-ET-ADDR-LINE PIC X(40) OCCURS 5 TIMES.
               10  WS-ET-CITY      PIC X(30).
               10  WS-ET-STATE     PIC X(10).
               10  WS-ET-POSTAL    PIC X(10).
               10  WS-ET-HIRE-DATE PIC 9(8).
               10  WS-ET-GRADE     PIC X(4).
               10  WS-ET-STATUS    PIC X.
                   88  WS-ET-TERMINATED    VALUE 'T'.
               10  WS-ET-TERM-DATE PIC 9(8).
               10  WS-ET-TERM-REASON PIC X(2).
               10  WS-ET-SCRUBBED  PIC X.
               10  WS-ET-FIRST-VER PIC 9(5).
               10  WS-ET-LAST-VER  PIC 9(5).
               10  WS-ET-ON-ROSTER PIC X.
                   88  WS-ET-LISTED        VALUE 'Y'.

      * Every version, live and archived, chained per employee
       78  MAX-ROSTER-VERS         VALUE 40000.
       01  WS-VER-COUNT            PIC 9(5) VALUE 0.
       01  WS-VER-TABLE.
           05  WS-VER-ENTRY OCCURS 40000 TIMES.
               10  WS-VT-VALID-FROM PIC 9(8).
               10  WS-VT-DEPT      PIC 9(6).
               10  WS-VT-GRADE     PIC X(4).
               10  WS-VT-LOCATION  PIC X(4).
               10  WS-VT-EMP-TYPE  PIC X.
               10  WS-VT-NEXT      PIC 9(5).
       01  WS-VER-IDX              PIC 9(5).
       01  WS-FOUND-SW             PIC X.
           88  EMP-ENTRY-FOUND         VALUE 'Y'.
           88  EMP-ENTRY-NOT-FOUND     VALUE 'N'.

      * Print order - establishment, then kana
       01  WS-ORDER-COUNT          PIC 9(5) VALUE 0.
       01  WS-ORDER-LIST           PIC 9(5) OCCURS 5000 TIMES.
       01  WS-ORDER-IDX            PIC 9(5).
       01  WS-SORT-I               PIC 9(5).
       01  WS-SORT-J               PIC 9(5).
       01  WS-SORT-MIN-IDX         PIC 9(5).
       01  WS-SORT-TEMP            PIC 9(5).
       01  WS-SORT-KEY-J           PIC X(64).
       01  WS-SORT-KEY-MIN         PIC X(64).
       01  WS-LAST-LOCATION        PIC X(4).
       01  WS-FIRST-GROUP-SW       PIC X.
           88  FIRST-GROUP             VALUE 'Y'.

      * One employee's versions in VALID-FROM order
       01  WS-CAREER-COUNT         PIC 9(3).
       01  WS-CAREER-LIST          PIC 9(5) OCCURS 200 TIMES.
       01  WS-CAREER-IDX           PIC 9(3).
       01  WS-CAREER-J             PIC 9(3).
       01  WS-CAREER-MIN           PIC 9(3).
       01  WS-CAREER-TEMP          PIC 9(5).
       01  WS-PREV-VER             PIC 9(5).
       01  WS-ADDR-IDX             PIC 9.

       01  WS-EMP-ID-DISPLAY       PIC 9(9).
       01  WS-DEPT-DISPLAY         PIC Z(5)9.
       01  WS-REASON-TEXT          PIC X(24).
       01  WS-JOB-TITLE            PIC X(30).
       01  WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.
       01  WS-LISTED-COUNT         PIC 9(5) VALUE 0.
       01  WS-LEAVER-COUNT         PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'WRKROST - Worker Roster v' WS-VERSION

           ACCEPT WS-ENV-LOCATION FROM ENVIRONMENT 'WRKROST_LOCATION'
           MOVE WS-ENV-LOCATION(1:4) TO WS-LOCATION-FILTER

           ACCEPT WS-ENV-RETENTION
               FROM ENVIRONMENT 'WRKROST_RETENTION_YEARS'
           IF WS-ENV-RETENTION(1:2) IS NUMERIC
               MOVE WS-ENV-RETENTION(1:2) TO WS-RETENTION-YEARS
           ELSE
               IF WS-ENV-RETENTION(1:1) IS NUMERIC
                       AND WS-ENV-RETENTION(2:1) = SPACE
                   MOVE WS-ENV-RETENTION(1:1) TO WS-RETENTION-YEARS
               END-IF
           END-IF
           IF WS-RETENTION-YEARS = 0
               MOVE 5 TO WS-RETENTION-YEARS
           END-IF

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-RETAIN-FROM =
               WS-TODAY - (WS-RETENTION-YEARS * 10000)

           PERFORM LOAD-EMPLOYEES
           PERFORM LOAD-ARCHIVED-VERSIONS
           PERFORM BUILD-PRINT-ORDER

           PERFORM OPEN-PRINT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'AS OF ' WS-TODAY
                  '  LEAVERS KEPT FROM ' WS-RETAIN-FROM
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           SET FIRST-GROUP TO TRUE
           MOVE SPACES TO WS-LAST-LOCATION
           PERFORM PRINT-ONE-WORKER
               VARYING WS-ORDER-IDX FROM 1 BY 1
               UNTIL WS-ORDER-IDX > WS-ORDER-COUNT

           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-LISTED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'WORKERS LISTED ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-LEAVER-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING '  OF WHOM LEFT ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           PERFORM CLOSE-PRINT-FILE

           DISPLAY 'Worker roster printed.'
           STOP RUN
           .

      * LOAD-EMPLOYEES: The live file's versions - the last one read
      * for an EMP-ID is its latest and fills the employee entry;
      * every one is chained for the career listing.
       LOAD-EMPLOYEES.
           MOVE 0 TO WS-EMP-COUNT
           MOVE 0 TO WS-VER-COUNT

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
           SET EMP-ENTRY-NOT-FOUND TO TRUE
           IF WS-EMP-COUNT > 0
               IF EMP-ID OF WS-EMP-REC = WS-ET-EMP-ID(WS-EMP-COUNT)
                   SET EMP-ENTRY-FOUND TO TRUE
               END-IF
           END-IF
           IF EMP-ENTRY-NOT-FOUND
               IF WS-EMP-COUNT >= MAX-ROSTER-EMPS
                   DISPLAY 'WARNING: employee table full - EMP '
                       EMP-ID OF WS-EMP-REC ' not listed'
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-EMP-COUNT
               MOVE 0 TO WS-ET-FIRST-VER(WS-EMP-COUNT)
               MOVE 0 TO WS-ET-LAST-VER(WS-EMP-COUNT)
           END-IF

           SET WS-EMP-IDX TO WS-EMP-COUNT
           MOVE EMP-ID OF WS-EMP-REC TO WS-ET-EMP-ID(WS-EMP-IDX)
           MOVE LOCATION-CODE OF WS-EMP-REC
               TO WS-ET-LOCATION(WS-EMP-IDX)
           MOVE KANA-LAST OF WS-EMP-REC TO WS-ET-KANA-LAST(WS-EMP-IDX)
           MOVE KANA-FIRST OF WS-EMP-REC
               TO WS-ET-KANA-FIRST(WS-EMP-IDX)
           MOVE LAST-NAME OF WS-EMP-REC TO WS-ET-LAST-NAME(WS-EMP-IDX)
           MOVE FIRST-NAME OF WS-EMP-REC
               TO WS-ET-FIRST-NAME(WS-EMP-IDX)
           MOVE BIRTH-DATE OF WS-EMP-REC
               TO WS-ET-BIRTH-DATE(WS-EMP-IDX)
           MOVE ADDR-LINE-COUNT OF WS-EMP-REC
               TO WS-ET-ADDR-COUNT(WS-EMP-IDX)
           MOVE ADDR-LINE-1 OF WS-EMP-REC
               TO WS-ET-ADDR-LINE(WS-EMP-IDX, 1)
           MOVE ADDR-LINE-2 OF WS-EMP-REC
               TO WS-ET-ADDR-LINE(WS-EMP-IDX, 2)
           MOVE ADDR-LINE-3 OF WS-EMP-REC
               TO WS-ET-ADDR-LINE(WS-EMP-IDX, 3)
           MOVE ADDR-LINE-4 OF WS-EMP-REC
               TO WS-ET-ADDR-LINE(WS-EMP-IDX, 4)
           MOVE ADDR-LINE-5 OF WS-EMP-REC
               TO WS-ET-ADDR-LINE(WS-EMP-IDX, 5)
           MOVE CITY OF WS-EMP-REC TO WS-ET-CITY(WS-EMP-IDX)
           MOVE STATE-CODE OF WS-EMP-REC TO WS-ET-STATE(WS-EMP-IDX)
           MOVE POSTAL-CODE OF WS-EMP-REC TO WS-ET-POSTAL(WS-EMP-IDX)
           MOVE HIRE-DATE OF WS-EMP-REC TO WS-ET-HIRE-DATE(WS-EMP-IDX)
           MOVE GRADE-CODE OF WS-EMP-REC TO WS-ET-GRADE(WS-EMP-IDX)
           MOVE EMP-STATUS OF WS-EMP-REC TO WS-ET-STATUS(WS-EMP-IDX)
           MOVE 0 TO WS-ET-TERM-DATE(WS-EMP-IDX)
           MOVE SPACES TO WS-ET-TERM-REASON(WS-EMP-IDX)
           IF TERMINATED OF WS-EMP-REC
               MOVE VALID-TO OF WS-EMP-REC
                   TO WS-ET-TERM-DATE(WS-EMP-IDX)
               MOVE TERM-REASON-CODE OF WS-EMP-REC
                   TO WS-ET-TERM-REASON(WS-EMP-IDX)
           END-IF
           MOVE PII-SCRUBBED OF WS-EMP-REC
               TO WS-ET-SCRUBBED(WS-EMP-IDX)

           PERFORM CHAIN-VERSION
           .

      * LOAD-ARCHIVED-VERSIONS: Superseded versions ARCHPAY moved
      * out, chained onto their employee for the career listing.
       LOAD-ARCHIVED-VERSIONS.
           OPEN INPUT EMP-ARCHIVE-FILE
           IF NOT EARCH-FILE-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL EARCH-FILE-EOF
               READ EMP-ARCHIVE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE EMP-ARCHIVE-RECORD TO WS-EMP-REC
                       SET EMP-ENTRY-NOT-FOUND TO TRUE
                       IF WS-EMP-COUNT > 0
                           SEARCH ALL WS-EMP-ENTRY
                               AT END
                                   CONTINUE
                               WHEN WS-ET-EMP-ID(WS-EMP-IDX)
                                       = EMP-ID OF WS-EMP-REC
                                   SET EMP-ENTRY-FOUND TO TRUE
                           END-SEARCH
                       END-IF
                       IF EMP-ENTRY-FOUND
                           PERFORM CHAIN-VERSION
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EMP-ARCHIVE-FILE
           .

      * CHAIN-VERSION: WS-EMP-REC's career fields onto the chain of
      * the employee at WS-EMP-IDX.
       CHAIN-VERSION.
           IF WS-VER-COUNT >= MAX-ROSTER-VERS
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-VER-COUNT
           MOVE VALID-FROM OF WS-EMP-REC
               TO WS-VT-VALID-FROM(WS-VER-COUNT)
           MOVE DEPT-ID OF WS-EMP-REC TO WS-VT-DEPT(WS-VER-COUNT)
           MOVE GRADE-CODE OF WS-EMP-REC TO WS-VT-GRADE(WS-VER-COUNT)
           MOVE LOCATION-CODE OF WS-EMP-REC
               TO WS-VT-LOCATION(WS-VER-COUNT)
           MOVE EMP-TYPE OF WS-EMP-REC TO WS-VT-EMP-TYPE(WS-VER-COUNT)
           MOVE 0 TO WS-VT-NEXT(WS-VER-COUNT)

           IF WS-ET-FIRST-VER(WS-EMP-IDX) = 0
               MOVE WS-VER-COUNT TO WS-ET-FIRST-VER(WS-EMP-IDX)
           ELSE
               MOVE WS-VER-COUNT
                   TO WS-VT-NEXT(WS-ET-LAST-VER(WS-EMP-IDX))
           END-IF
           MOVE WS-VER-COUNT TO WS-ET-LAST-VER(WS-EMP-IDX)
           .

      * BUILD-PRINT-ORDER: Current workers, and leavers whose
      * termination date is inside the retention period, ordered by
      * establishment and then kana name.
       BUILD-PRINT-ORDER.
           MOVE 0 TO WS-ORDER-COUNT
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > WS-EMP-COUNT
               MOVE 'N' TO WS-ET-ON-ROSTER(WS-SORT-I)
               IF WS-ET-TERMINATED(WS-SORT-I)
                   IF WS-ET-TERM-DATE(WS-SORT-I) >= WS-RETAIN-FROM
                       SET WS-ET-LISTED(WS-SORT-I) TO TRUE
                   END-IF
               ELSE
                   SET WS-ET-LISTED(WS-SORT-I) TO TRUE
               END-IF
               IF WS-LOCATION-FILTER NOT = SPACES
                       AND WS-ET-LOCATION(WS-SORT-I)
                           NOT = WS-LOCATION-FILTER
                   MOVE 'N' TO WS-ET-ON-ROSTER(WS-SORT-I)
               END-IF
               IF WS-ET-LISTED(WS-SORT-I)
                   ADD 1 TO WS-ORDER-COUNT
                   MOVE WS-SORT-I TO WS-ORDER-LIST(WS-ORDER-COUNT)
               END-IF
           END-PERFORM

           PERFORM SORT-ORDER-PASS
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I > WS-ORDER-COUNT
           .

       SORT-ORDER-PASS.
           MOVE WS-SORT-I TO WS-SORT-MIN-IDX
           PERFORM FIND-ORDER-MIN
               VARYING WS-SORT-J FROM WS-SORT-I BY 1
               UNTIL WS-SORT-J > WS-ORDER-COUNT
           IF WS-SORT-MIN-IDX NOT = WS-SORT-I
               MOVE WS-ORDER-LIST(WS-SORT-I) TO WS-SORT-TEMP
               MOVE WS-ORDER-LIST(WS-SORT-MIN-IDX)
                   TO WS-ORDER-LIST(WS-SORT-I)
               MOVE WS-SORT-TEMP TO WS-ORDER-LIST(WS-SORT-MIN-IDX)
           END-IF
           .

       FIND-ORDER-MIN.
           MOVE WS-ORDER-LIST(WS-SORT-J) TO WS-SORT-TEMP
           MOVE SPACES TO WS-SORT-KEY-J
           STRING WS-ET-LOCATION(WS-SORT-TEMP)
                  WS-ET-KANA-LAST(WS-SORT-TEMP)
                  WS-ET-KANA-FIRST(WS-SORT-TEMP)
               DELIMITED BY SIZE INTO WS-SORT-KEY-J
           MOVE WS-ORDER-LIST(WS-SORT-MIN-IDX) TO WS-SORT-TEMP
           MOVE SPACES TO WS-SORT-KEY-MIN
           STRING WS-ET-LOCATION(WS-SORT-TEMP)
                  WS-ET-KANA-LAST(WS-SORT-TEMP)
                  WS-ET-KANA-FIRST(WS-SORT-TEMP)
               DELIMITED BY SIZE INTO WS-SORT-KEY-MIN
           IF WS-SORT-KEY-J < WS-SORT-KEY-MIN
               MOVE WS-SORT-J TO WS-SORT-MIN-IDX
           END-IF
           .

      * PRINT-ONE-WORKER: An establishment heading on a break, then
      * the worker's statutory entries.
       PRINT-ONE-WORKER.
           SET WS-EMP-IDX TO WS-ORDER-LIST(WS-ORDER-IDX)

           IF FIRST-GROUP
                   OR WS-ET-LOCATION(WS-EMP-IDX) NOT = WS-LAST-LOCATION
               MOVE 'N' TO WS-FIRST-GROUP-SW
               MOVE WS-ET-LOCATION(WS-EMP-IDX) TO WS-LAST-LOCATION
               PERFORM PRINT-LOCATION-HEADING
           END-IF

           MOVE WS-ET-EMP-ID(WS-EMP-IDX) TO WS-EMP-ID-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF WS-ET-SCRUBBED(WS-EMP-IDX) = 'Y'
               STRING 'EMP ' WS-EMP-ID-DISPLAY
                      '  (PERSONAL DETAILS PURGED)'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING 'EMP ' WS-EMP-ID-DISPLAY '  '
                      WS-ET-LAST-NAME(WS-EMP-IDX) DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      WS-ET-FIRST-NAME(WS-EMP-IDX) DELIMITED BY '  '
                      '  (' DELIMITED BY SIZE
                      WS-ET-KANA-LAST(WS-EMP-IDX) DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      WS-ET-KANA-FIRST(WS-EMP-IDX) DELIMITED BY '  '
                      ')' DELIMITED BY SIZE
                   INTO WS-RPT-LINE
           END-IF
           PERFORM EMIT-PRINT-LINE

           MOVE SPACES TO WS-RPT-LINE
           STRING '    BORN     ' WS-ET-BIRTH-DATE(WS-EMP-IDX)
                  '  HIRED ' WS-ET-HIRE-DATE(WS-EMP-IDX)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           PERFORM PRINT-WORKER-ADDRESS

           PERFORM LOOKUP-JOB-TITLE
           MOVE SPACES TO WS-RPT-LINE
           STRING '    JOB      ' WS-ET-GRADE(WS-EMP-IDX)
                  '  ' WS-JOB-TITLE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           PERFORM PRINT-WORKER-CAREER

           IF WS-ET-TERMINATED(WS-EMP-IDX)
               PERFORM DECODE-TERM-REASON
               MOVE SPACES TO WS-RPT-LINE
               STRING '    LEFT     ' WS-ET-TERM-DATE(WS-EMP-IDX)
                      '  REASON ' WS-ET-TERM-REASON(WS-EMP-IDX)
                      ' ' WS-REASON-TEXT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
               ADD 1 TO WS-LEAVER-COUNT
           END-IF

           ADD 1 TO WS-LISTED-COUNT
           .

       PRINT-LOCATION-HEADING.
           INITIALIZE LOC-SVC-REQ
           INITIALIZE LOC-SVC-RES
           SET OP-FIND OF LOC-SVC-REQ TO TRUE
           MOVE 'WRKROST' TO USER-ID OF LOC-SVC-REQ
           MOVE SPACES TO CORR-ID OF LOC-SVC-REQ
           MOVE WS-LAST-LOCATION TO Q-LOCATION-CODE OF LOC-SVC-REQ
           IF WS-LAST-LOCATION NOT = SPACES
               CALL 'LOC-SVC' USING LOC-SVC-REQ LOC-SVC-RES
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF WS-LAST-LOCATION = SPACES
               MOVE 'ESTABLISHMENT (UNASSIGNED)' TO WS-RPT-LINE
           ELSE
               IF OK OF LOC-SVC-RES
                   STRING 'ESTABLISHMENT ' WS-LAST-LOCATION '  '
                          LOCATION-NAME OF OUT-LOCATION
                              OF LOC-SVC-RES
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE
                   STRING 'ESTABLISHMENT ' WS-LAST-LOCATION
                          '  (NOT ON FILE)'
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               END-IF
           END-IF
           PERFORM EMIT-PRINT-LINE
           .

       PRINT-WORKER-ADDRESS.
           IF WS-ET-SCRUBBED(WS-EMP-IDX) = 'Y'
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-ADDR-IDX FROM 1 BY 1
                   UNTIL WS-ADDR-IDX > 5
               IF WS-ET-ADDR-LINE(WS-EMP-IDX, WS-ADDR-IDX)
                       NOT = SPACES
                   MOVE SPACES TO WS-RPT-LINE
                   IF WS-ADDR-IDX = 1
                       STRING '    ADDRESS  '
                              WS-ET-ADDR-LINE(WS-EMP-IDX, WS-ADDR-IDX)
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                   ELSE
                       STRING '             '
                              WS-ET-ADDR-LINE(WS-EMP-IDX, WS-ADDR-IDX)
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-IF
                   PERFORM EMIT-PRINT-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-RPT-LINE
           STRING '             ' WS-ET-CITY(WS-EMP-IDX)
                  ' ' WS-ET-STATE(WS-EMP-IDX)
                  ' ' WS-ET-POSTAL(WS-EMP-IDX)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

       LOOKUP-JOB-TITLE.
           MOVE SPACES TO WS-JOB-TITLE
           IF WS-ET-GRADE(WS-EMP-IDX) = SPACES
               MOVE '(NOT GRADED)' TO WS-JOB-TITLE
               EXIT PARAGRAPH
           END-IF

           INITIALIZE GRADE-SVC-REQ
           INITIALIZE GRADE-SVC-RES
           SET OP-FIND OF GRADE-SVC-REQ TO TRUE
           MOVE 'WRKROST' TO USER-ID OF GRADE-SVC-REQ
           MOVE SPACES TO CORR-ID OF GRADE-SVC-REQ
           MOVE WS-ET-GRADE(WS-EMP-IDX) TO Q-GRADE-CODE OF GRADE-SVC-REQ
           CALL 'GRADE-SVC' USING GRADE-SVC-REQ GRADE-SVC-RES
           IF OK OF GRADE-SVC-RES
               MOVE GRADE-TITLE OF OUT-GRADE OF GRADE-SVC-RES
                   TO WS-JOB-TITLE
           END-IF
           .

      * PRINT-WORKER-CAREER: The employee's versions in VALID-FROM
      * order; the first is the position on hire, and each later
      * one is listed only when the department, grade,
      * establishment or employment type changed.
       PRINT-WORKER-CAREER.
           MOVE 0 TO WS-CAREER-COUNT
           MOVE WS-ET-FIRST-VER(WS-EMP-IDX) TO WS-VER-IDX
           PERFORM UNTIL WS-VER-IDX = 0
               IF WS-CAREER-COUNT < 200
                   ADD 1 TO WS-CAREER-COUNT
                   MOVE WS-VER-IDX TO WS-CAREER-LIST(WS-CAREER-COUNT)
               END-IF
               MOVE WS-VT-NEXT(WS-VER-IDX) TO WS-VER-IDX
           END-PERFORM

           PERFORM SORT-CAREER-PASS
               VARYING WS-CAREER-IDX FROM 1 BY 1
               UNTIL WS-CAREER-IDX > WS-CAREER-COUNT

           MOVE 0 TO WS-PREV-VER
           PERFORM PRINT-ONE-CAREER-STEP
               VARYING WS-CAREER-IDX FROM 1 BY 1
               UNTIL WS-CAREER-IDX > WS-CAREER-COUNT
           .

       SORT-CAREER-PASS.
           MOVE WS-CAREER-IDX TO WS-CAREER-MIN
           PERFORM FIND-CAREER-MIN
               VARYING WS-CAREER-J FROM WS-CAREER-IDX BY 1
               UNTIL WS-CAREER-J > WS-CAREER-COUNT
           IF WS-CAREER-MIN NOT = WS-CAREER-IDX
               MOVE WS-CAREER-LIST(WS-CAREER-IDX) TO WS-CAREER-TEMP
               MOVE WS-CAREER-LIST(WS-CAREER-MIN)
                   TO WS-CAREER-LIST(WS-CAREER-IDX)
               MOVE WS-CAREER-TEMP TO WS-CAREER-LIST(WS-CAREER-MIN)
           END-IF
           .

       FIND-CAREER-MIN.
           IF WS-VT-VALID-FROM(WS-CAREER-LIST(WS-CAREER-J))
                   < WS-VT-VALID-FROM(WS-CAREER-LIST(WS-CAREER-MIN))
               MOVE WS-CAREER-J TO WS-CAREER-MIN
           END-IF
           .

       PRINT-ONE-CAREER-STEP.
           MOVE WS-CAREER-LIST(WS-CAREER-IDX) TO WS-VER-IDX
           IF WS-PREV-VER NOT = 0
               IF WS-VT-DEPT(WS-VER-IDX) = WS-VT-DEPT(WS-PREV-VER)
                       AND WS-VT-GRADE(WS-VER-IDX)
                           = WS-VT-GRADE(WS-PREV-VER)
                       AND WS-VT-LOCATION(WS-VER-IDX)
                           = WS-VT-LOCATION(WS-PREV-VER)
                       AND WS-VT-EMP-TYPE(WS-VER-IDX)
                           = WS-VT-EMP-TYPE(WS-PREV-VER)
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-VT-DEPT(WS-VER-IDX) TO WS-DEPT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           IF WS-PREV-VER = 0
               STRING '    CAREER   ' WS-VT-VALID-FROM(WS-VER-IDX)
                      '  DEPT ' WS-DEPT-DISPLAY
                      '  GRADE ' WS-VT-GRADE(WS-VER-IDX)
                      '  EST ' WS-VT-LOCATION(WS-VER-IDX)
                      '  TYPE ' WS-VT-EMP-TYPE(WS-VER-IDX)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING '             ' WS-VT-VALID-FROM(WS-VER-IDX)
                      '  DEPT ' WS-DEPT-DISPLAY
                      '  GRADE ' WS-VT-GRADE(WS-VER-IDX)
                      '  EST ' WS-VT-LOCATION(WS-VER-IDX)
                      '  TYPE ' WS-VT-EMP-TYPE(WS-VER-IDX)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM EMIT-PRINT-LINE
           MOVE WS-VER-IDX TO WS-PREV-VER
           .

       DECODE-TERM-REASON.
           EVALUATE WS-ET-TERM-REASON(WS-EMP-IDX)
               WHEN 'RS'
                   MOVE 'RESIGNATION' TO WS-REASON-TEXT
               WHEN 'LO'
                   MOVE 'DISMISSAL (REDUNDANCY)' TO WS-REASON-TEXT
               WHEN 'IV'
                   MOVE 'DISMISSAL' TO WS-REASON-TEXT
               WHEN 'RT'
                   MOVE 'RETIREMENT' TO WS-REASON-TEXT
               WHEN 'CE'
                   MOVE 'END OF CONTRACT' TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE 'NOT RECORDED' TO WS-REASON-TEXT
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

       END PROGRAM WRKROST.
