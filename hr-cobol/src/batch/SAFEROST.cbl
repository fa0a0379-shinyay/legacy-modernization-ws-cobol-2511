       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAFEROST.
      ******************************************************************
      * SAFEROST - Disaster Safety Confirmation Roster
      * Purpose: For a drill or a disaster, the call sheet of every
      *          active employee working at the chosen establishment
      *          (or at any establishment in the chosen prefecture) -
      *          under their own LOCATION-CODE, or under an active
      *          concurrent assignment worked there - with their own
      *          phones and their emergency contacts, grouped by
      *          department and then by the manager who confirms
      *          them. An employee on a concurrent post at the site
      *          is grouped under that post's department and its
      *          department manager (the employee's own manager when
      *          the department has none). Each person listed is put
      *          on the event's confirmation roster through
      *          SAFETY-SVC as unaccounted, for supervisors to
      *          record; a rerun for the same event adds only those
      *          not already on it.
      *          Summary mode reads the event's roster back instead:
      *          counts by confirmed status, and everyone still
      *          unaccounted with their phone and manager.
      * Input: hr-cobol/data/employees.dat
      *        establishments, assignments, departments, emergency
      *        contacts and the confirmation roster via their
      *        services
      * Output: hr-cobol/data/reports/SAFEROST.rpt (via RPT-PRINT)
      *         hr-cobol/data/safety.dat (through SAFETY-SVC)
      * Parm: SAFEROST_EVENT environment variable (event ID, up to 8
      *       characters, required)
      *       SAFEROST_LOCATION environment variable (establishment)
      *       or SAFEROST_PREFECTURE environment variable (JIS code
      *       01-47, every establishment on the master there) - one
      *       of the two is required for the roster
      *       SAFEROST_MODE environment variable (R roster, the
      *       default; S summary of the event's roster)
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE
               ASSIGN TO 'hr-cobol/data/employees.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD         PIC X(1000).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'SAFEROST'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

       01  WS-EMP-FILE-STATUS      PIC XX.
           88  EMP-FILE-OK             VALUE '00'.
           88  EMP-FILE-EOF            VALUE '10'.
           88  EMP-FILE-NOT-FOUND      VALUE '35'.

       01  WS-EMP-REC.
           COPY employee REPLACING ==05== BY ==10==.

      * Working storage for the service calls
           COPY loc-req.
           COPY loc-res.
           COPY asg-req.
           COPY asg-res.
           COPY dept-req.
           COPY dept-res.
           COPY emgc-req.
           COPY emgc-res.
           COPY safe-req.
           COPY safe-res.

      * Working storage for AUDIT-LOG calls - the run is a read of
      * personal data and is logged as one
       01  WS-AUDIT-REC.
           COPY audit.

      * Print-file plumbing
       01  WS-RPT-OP               PIC X.
       01  WS-RPT-NAME             PIC X(8)  VALUE 'SAFEROST'.
       01  WS-RPT-TITLE            PIC X(40)
           VALUE 'DISASTER SAFETY CONFIRMATION ROSTER'.
       01  WS-RPT-OPERATOR         PIC X(16).
       01  WS-RPT-LINE             PIC X(100).
       01  WS-RPT-STATUS           PIC 9.

       01  WS-ENV-EVENT            PIC X(10).
       01  WS-ENV-LOCATION         PIC X(10).
       01  WS-ENV-PREFECTURE       PIC X(10).
       01  WS-ENV-MODE             PIC X(10).
       01  WS-EVENT-ID             PIC X(8).
       01  WS-LOCATION-FILTER      PIC X(4) VALUE SPACES.
       01  WS-PREFECTURE-FILTER    PIC X(2) VALUE SPACES.
       01  WS-RUN-MODE             PIC X VALUE 'R'.
           88  MODE-ROSTER             VALUE 'R'.
           88  MODE-SUMMARY            VALUE 'S'.

      * Establishments in scope - the one named, or every one on the
      * master in the named prefecture
       78  MAX-SCOPE-SITES         VALUE 200.
       01  WS-SITE-COUNT           PIC 9(3) VALUE 0.
       01  WS-SITE-TABLE.
           05  WS-SITE-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-SITE-IDX.
               10  WS-ST-CODE      PIC X(4).
               10  WS-ST-NAME      PIC X(30).
       01  WS-LOC-CURSOR           PIC X(4).
       01  WS-LOC-SCAN-SW          PIC X.
           88  MORE-LOCATIONS          VALUE 'Y'.
           88  NO-MORE-LOCATIONS       VALUE 'N'.
       01  WS-IN-SCOPE-SW          PIC X.
           88  SITE-IN-SCOPE           VALUE 'Y'.
           88  SITE-OUT-OF-SCOPE       VALUE 'N'.
       01  WS-SCOPE-TEST           PIC X(4).

      * Employees - the latest version of each (the file arrives in
      * EMP-ID + VALID-FROM order)
       78  MAX-ROSTER-EMPS         VALUE 5000.
       01  WS-EMP-COUNT            PIC 9(5) VALUE 0.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-EMP-IDX.
               10  WS-ET-EMP-ID    PIC 9(9).
               10  WS-ET-LOCATION  PIC X(4).
               10  WS-ET-DEPT-ID   PIC 9(6).
               10  WS-ET-MANAGER   PIC 9(9).
               10  WS-ET-LAST-NAME PIC X(30).
               10  WS-ET-FIRST-NAME PIC X(30).
               10  WS-ET-STATUS    PIC X.
                   88  WS-ET-ACTIVE        VALUE 'A'.
       01  WS-FIND-EMP-ID          PIC 9(9).
       01  WS-FOUND-IDX            PIC 9(5).

      * Roster rows - one per employee per way they work in scope;
      * an employee on a concurrent post at another site in scope is
      * listed under both
       78  MAX-ROSTER-ROWS         VALUE 6000.
       01  WS-ROW-COUNT            PIC 9(5) VALUE 0.
       01  WS-ROW-TABLE.
           05  WS-ROW-ENTRY OCCURS 6000 TIMES.
               10  WS-RW-EMP-IDX   PIC 9(5).
               10  WS-RW-SOURCE    PIC X.
               10  WS-RW-LOCATION  PIC X(4).
               10  WS-RW-DEPT-ID   PIC 9(6).
               10  WS-RW-MANAGER   PIC 9(9).
       01  WS-ASG-IDX              PIC 9(2).
       01  WS-ROW-SOURCE           PIC X.
       01  WS-ROW-DEPT             PIC 9(6).
       01  WS-ROW-MANAGER          PIC 9(9).

      * Print order - department, manager, EMP-ID
       01  WS-ORDER-LIST           PIC 9(5) OCCURS 6000 TIMES.
       01  WS-ORDER-IDX            PIC 9(5).
       01  WS-SORT-I               PIC 9(5).
       01  WS-SORT-J               PIC 9(5).
       01  WS-SORT-MIN-IDX         PIC 9(5).
       01  WS-SORT-TEMP            PIC 9(5).
       01  WS-SORT-KEY-J           PIC X(25).
       01  WS-SORT-KEY-MIN         PIC X(25).
       01  WS-ROW-IDX              PIC 9(5).

      * Group breaks
       01  WS-FIRST-GROUP-SW       PIC X.
           88  FIRST-GROUP             VALUE 'Y'.
       01  WS-LAST-DEPT            PIC 9(6).
       01  WS-LAST-MANAGER         PIC 9(9).
       01  WS-DEPT-NAME            PIC X(30).
       01  WS-MANAGER-NAME         PIC X(30).

      * Counters
       01  WS-LISTED-COUNT         PIC 9(5) VALUE 0.
       01  WS-ADDED-COUNT          PIC 9(5) VALUE 0.
       01  WS-ALREADY-COUNT        PIC 9(5) VALUE 0.
       01  WS-FAILED-COUNT         PIC 9(5) VALUE 0.
       01  WS-NO-CONTACT-COUNT     PIC 9(5) VALUE 0.
       01  WS-UNACCOUNTED-COUNT    PIC 9(5) VALUE 0.
       01  WS-SAFE-COUNT           PIC 9(5) VALUE 0.
       01  WS-INJURED-COUNT        PIC 9(5) VALUE 0.
       01  WS-ASSIST-COUNT         PIC 9(5) VALUE 0.
       01  WS-ROSTER-TOTAL         PIC 9(5) VALUE 0.
       01  WS-SAFE-CURSOR          PIC 9(9).
       01  WS-SAFE-SCAN-SW         PIC X.
           88  MORE-ROSTER             VALUE 'Y'.
           88  NO-MORE-ROSTER          VALUE 'N'.

       01  WS-NAME-DISPLAY         PIC X(30).
       01  WS-SOURCE-DISPLAY       PIC X(10).
       01  WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'SAFEROST - Safety Confirmation Roster v'
               WS-VERSION

           MOVE SPACES TO WS-ENV-EVENT
           ACCEPT WS-ENV-EVENT FROM ENVIRONMENT 'SAFEROST_EVENT'
           MOVE WS-ENV-EVENT(1:8) TO WS-EVENT-ID
           INSPECT WS-EVENT-ID CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-EVENT-ID = SPACES
               DISPLAY 'ERROR: SAFEROST_EVENT is required'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-ENV-MODE
           ACCEPT WS-ENV-MODE FROM ENVIRONMENT 'SAFEROST_MODE'
           IF WS-ENV-MODE(1:1) = 'S' OR WS-ENV-MODE(1:1) = 's'
               SET MODE-SUMMARY TO TRUE
           END-IF

           PERFORM LOAD-EMPLOYEES

           IF MODE-SUMMARY
               PERFORM PRINT-EVENT-SUMMARY
               STOP RUN
           END-IF

           MOVE SPACES TO WS-ENV-LOCATION
           ACCEPT WS-ENV-LOCATION FROM ENVIRONMENT 'SAFEROST_LOCATION'
           MOVE WS-ENV-LOCATION(1:4) TO WS-LOCATION-FILTER
           MOVE SPACES TO WS-ENV-PREFECTURE
           ACCEPT WS-ENV-PREFECTURE
               FROM ENVIRONMENT 'SAFEROST_PREFECTURE'
           MOVE WS-ENV-PREFECTURE(1:2) TO WS-PREFECTURE-FILTER
           IF WS-LOCATION-FILTER = SPACES
                   AND WS-PREFECTURE-FILTER = SPACES
               DISPLAY 'ERROR: SAFEROST_LOCATION or SAFEROST_PREFECTU'
                   'RE is required'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-SCOPE-SITES
           IF WS-SITE-COUNT = 0
               DISPLAY 'ERROR: No establishment on the master for the'
                   ' chosen location or prefecture'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'Event ' WS-EVENT-ID ' - ' WS-SITE-COUNT
               ' establishment(s) in scope'

           PERFORM BUILD-ROSTER-ROWS
           PERFORM BUILD-ROSTER-ORDER

           PERFORM OPEN-PRINT-FILE
           PERFORM AUDIT-ROSTER-RUN
           MOVE SPACES TO WS-RPT-LINE
           IF WS-LOCATION-FILTER NOT = SPACES
               STRING 'EVENT ' WS-EVENT-ID
                      '  ESTABLISHMENT ' WS-LOCATION-FILTER ' '
                      WS-ST-NAME(1)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING 'EVENT ' WS-EVENT-ID
                      '  PREFECTURE ' WS-PREFECTURE-FILTER
                      '  ESTABLISHMENTS ' WS-SITE-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM EMIT-PRINT-LINE

           SET FIRST-GROUP TO TRUE
           PERFORM PRINT-ONE-ROW
               VARYING WS-ORDER-IDX FROM 1 BY 1
               UNTIL WS-ORDER-IDX > WS-ROW-COUNT

           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-LISTED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PERSONS LISTED          ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-ADDED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ADDED TO EVENT ROSTER   ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-ALREADY-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ALREADY ON EVENT ROSTER ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-NO-CONTACT-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'NO EMERGENCY CONTACT    ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           PERFORM CLOSE-PRINT-FILE

           MOVE WS-LISTED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Persons listed:          ' WS-COUNT-DISPLAY
           MOVE WS-ADDED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Added to event roster:   ' WS-COUNT-DISPLAY
           MOVE WS-ALREADY-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Already on event roster: ' WS-COUNT-DISPLAY
           MOVE WS-FAILED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Roster adds failed:      ' WS-COUNT-DISPLAY
           MOVE WS-NO-CONTACT-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'No emergency contact:    ' WS-COUNT-DISPLAY
           IF WS-FAILED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NO-CONTACT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
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

           IF WS-EMP-COUNT >= MAX-ROSTER-EMPS
               DISPLAY 'WARNING: employee table full - EMP '
                   EMP-ID OF WS-EMP-REC ' not listed'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EMP-COUNT
           SET WS-EMP-IDX TO WS-EMP-COUNT
           PERFORM STORE-EMPLOYEE-VERSION
           .

       STORE-EMPLOYEE-VERSION.
           MOVE EMP-ID OF WS-EMP-REC TO WS-ET-EMP-ID(WS-EMP-IDX)
           MOVE LOCATION-CODE OF WS-EMP-REC
               TO WS-ET-LOCATION(WS-EMP-IDX)
           MOVE DEPT-ID OF WS-EMP-REC TO WS-ET-DEPT-ID(WS-EMP-IDX)
           MOVE MANAGER-EMP-ID OF WS-EMP-REC
               TO WS-ET-MANAGER(WS-EMP-IDX)
           MOVE LAST-NAME OF WS-EMP-REC TO WS-ET-LAST-NAME(WS-EMP-IDX)
           MOVE FIRST-NAME OF WS-EMP-REC
               TO WS-ET-FIRST-NAME(WS-EMP-IDX)
           MOVE EMP-STATUS OF WS-EMP-REC TO WS-ET-STATUS(WS-EMP-IDX)
           .

      * LOAD-SCOPE-SITES: The named establishment, or every one on
      * the master in the named prefecture, paged through LOC-SVC.
       LOAD-SCOPE-SITES.
           MOVE 0 TO WS-SITE-COUNT

           IF WS-LOCATION-FILTER NOT = SPACES
               INITIALIZE LOC-SVC-REQ
               INITIALIZE LOC-SVC-RES
               SET OP-FIND OF LOC-SVC-REQ TO TRUE
               MOVE 'SAFEROST' TO USER-ID OF LOC-SVC-REQ
               MOVE SPACES TO CORR-ID OF LOC-SVC-REQ
               MOVE WS-LOCATION-FILTER
                   TO Q-LOCATION-CODE OF LOC-SVC-REQ
               CALL 'LOC-SVC' USING LOC-SVC-REQ LOC-SVC-RES
               IF OK OF LOC-SVC-RES
                   MOVE 1 TO WS-SITE-COUNT
                   MOVE WS-LOCATION-FILTER TO WS-ST-CODE(1)
                   MOVE LOCATION-NAME OF OUT-LOCATION OF LOC-SVC-RES
                       TO WS-ST-NAME(1)
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-LOC-CURSOR
           SET MORE-LOCATIONS TO TRUE
           PERFORM TAKE-LOCATION-PAGE UNTIL NO-MORE-LOCATIONS
           .

       TAKE-LOCATION-PAGE.
           INITIALIZE LOC-SVC-REQ
           INITIALIZE LOC-SVC-RES
           SET OP-LIST OF LOC-SVC-REQ TO TRUE
           MOVE 'SAFEROST' TO USER-ID OF LOC-SVC-REQ
           MOVE SPACES TO CORR-ID OF LOC-SVC-REQ
           MOVE WS-LOC-CURSOR TO Q-CURSOR OF LOC-SVC-REQ
           CALL 'LOC-SVC' USING LOC-SVC-REQ LOC-SVC-RES

           IF NOT OK OF LOC-SVC-RES
               SET NO-MORE-LOCATIONS TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF PREFECTURE-CODE OF OUT-LOCATION OF LOC-SVC-RES
                   = WS-PREFECTURE-FILTER
               IF WS-SITE-COUNT >= MAX-SCOPE-SITES
                   DISPLAY 'WARNING: establishment table full - '
                       LOCATION-CODE OF OUT-LOCATION OF LOC-SVC-RES
                       ' not in scope'
               ELSE
                   ADD 1 TO WS-SITE-COUNT
                   MOVE LOCATION-CODE OF OUT-LOCATION OF LOC-SVC-RES
                       TO WS-ST-CODE(WS-SITE-COUNT)
                   MOVE LOCATION-NAME OF OUT-LOCATION OF LOC-SVC-RES
                       TO WS-ST-NAME(WS-SITE-COUNT)
               END-IF
           END-IF

           MOVE NEXT-CURSOR OF LOC-SVC-RES TO WS-LOC-CURSOR
           IF NOT MORE-RESULTS OF LOC-SVC-RES
               SET NO-MORE-LOCATIONS TO TRUE
           END-IF
           .

      * CHECK-SITE-IN-SCOPE: WS-SCOPE-TEST against the table.
       CHECK-SITE-IN-SCOPE.
           SET SITE-OUT-OF-SCOPE TO TRUE
           IF WS-SCOPE-TEST = SPACES
               EXIT PARAGRAPH
           END-IF
           SET WS-SITE-IDX TO 1
           SEARCH WS-SITE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SITE-IDX > WS-SITE-COUNT
                   CONTINUE
               WHEN WS-ST-CODE(WS-SITE-IDX) = WS-SCOPE-TEST
                   SET SITE-IN-SCOPE TO TRUE
           END-SEARCH
           .

      * BUILD-ROSTER-ROWS: Every active employee whose own site is
      * in scope, and every active employee with an active
      * concurrent post worked at another site in scope.
       BUILD-ROSTER-ROWS.
           MOVE 0 TO WS-ROW-COUNT
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > WS-EMP-COUNT
               IF WS-ET-ACTIVE(WS-SORT-I)
                   MOVE WS-ET-LOCATION(WS-SORT-I) TO WS-SCOPE-TEST
                   PERFORM CHECK-SITE-IN-SCOPE
                   IF SITE-IN-SCOPE
                       MOVE WS-ET-DEPT-ID(WS-SORT-I) TO WS-ROW-DEPT
                       MOVE WS-ET-MANAGER(WS-SORT-I)
                           TO WS-ROW-MANAGER
                       MOVE 'P' TO WS-ROW-SOURCE
                       PERFORM ADD-ROSTER-ROW
                   END-IF
                   PERFORM ADD-CONCURRENT-ROWS
               END-IF
           END-PERFORM
           .

       ADD-CONCURRENT-ROWS.
           INITIALIZE ASSIGN-SVC-REQ
           INITIALIZE ASSIGN-SVC-RES
           SET OP-LIST-ACTIVE OF ASSIGN-SVC-REQ TO TRUE
           MOVE 'SAFEROST' TO USER-ID OF ASSIGN-SVC-REQ
           MOVE SPACES TO CORR-ID OF ASSIGN-SVC-REQ
           MOVE WS-ET-EMP-ID(WS-SORT-I) TO Q-EMP-ID OF ASSIGN-SVC-REQ
           CALL 'ASSIGN-SVC' USING ASSIGN-SVC-REQ ASSIGN-SVC-RES
           IF NOT OK OF ASSIGN-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-ASG-IDX FROM 1 BY 1
                   UNTIL WS-ASG-IDX > ACTIVE-COUNT OF ASSIGN-SVC-RES
                       OR WS-ASG-IDX > 5
               IF ACT-LOCATION-CODE OF ASSIGN-SVC-RES(WS-ASG-IDX)
                       NOT = SPACES
                   AND ACT-LOCATION-CODE OF ASSIGN-SVC-RES(WS-ASG-IDX)
                       NOT = WS-ET-LOCATION(WS-SORT-I)
                   MOVE ACT-LOCATION-CODE
                       OF ASSIGN-SVC-RES(WS-ASG-IDX) TO WS-SCOPE-TEST
                   PERFORM CHECK-SITE-IN-SCOPE
                   IF SITE-IN-SCOPE
                       MOVE ACT-DEPT-ID OF ASSIGN-SVC-RES(WS-ASG-IDX)
                           TO WS-ROW-DEPT
                       PERFORM RESOLVE-POST-MANAGER
                       MOVE 'C' TO WS-ROW-SOURCE
                       PERFORM ADD-ROSTER-ROW
                   END-IF
               END-IF
           END-PERFORM
           .

      * RESOLVE-POST-MANAGER: The concurrent post's department
      * manager, or the employee's own manager when the department
      * names none (or is the manager themself).
       RESOLVE-POST-MANAGER.
           MOVE WS-ET-MANAGER(WS-SORT-I) TO WS-ROW-MANAGER

           INITIALIZE DEPT-SVC-REQ
           INITIALIZE DEPT-SVC-RES
           SET OP-FIND OF DEPT-SVC-REQ TO TRUE
           MOVE 'SAFEROST' TO USER-ID OF DEPT-SVC-REQ
           MOVE SPACES TO CORR-ID OF DEPT-SVC-REQ
           MOVE WS-ROW-DEPT TO DEPT-ID OF IN-DEPT OF DEPT-SVC-REQ
           CALL 'DEPT-SVC' USING DEPT-SVC-REQ DEPT-SVC-RES
           IF OK OF DEPT-SVC-RES
                   AND MANAGER-EMP-ID OF OUT-DEPT OF DEPT-SVC-RES
                       NOT = 0
                   AND MANAGER-EMP-ID OF OUT-DEPT OF DEPT-SVC-RES
                       NOT = WS-ET-EMP-ID(WS-SORT-I)
               MOVE MANAGER-EMP-ID OF OUT-DEPT OF DEPT-SVC-RES
                   TO WS-ROW-MANAGER
           END-IF
           .

       ADD-ROSTER-ROW.
           IF WS-ROW-COUNT >= MAX-ROSTER-ROWS
               DISPLAY 'WARNING: roster table full - EMP '
                   WS-ET-EMP-ID(WS-SORT-I) ' not listed'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ROW-COUNT
           MOVE WS-SORT-I TO WS-RW-EMP-IDX(WS-ROW-COUNT)
           MOVE WS-ROW-SOURCE TO WS-RW-SOURCE(WS-ROW-COUNT)
           MOVE WS-SCOPE-TEST TO WS-RW-LOCATION(WS-ROW-COUNT)
           MOVE WS-ROW-DEPT TO WS-RW-DEPT-ID(WS-ROW-COUNT)
           MOVE WS-ROW-MANAGER TO WS-RW-MANAGER(WS-ROW-COUNT)
           .

      * BUILD-ROSTER-ORDER: Department, then manager, then EMP-ID.
       BUILD-ROSTER-ORDER.
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
           MOVE SPACES TO WS-SORT-KEY-J
           STRING WS-RW-DEPT-ID(WS-SORT-TEMP)
                  WS-RW-MANAGER(WS-SORT-TEMP)
                  WS-ET-EMP-ID(WS-RW-EMP-IDX(WS-SORT-TEMP))
                  WS-RW-SOURCE(WS-SORT-TEMP)
               DELIMITED BY SIZE INTO WS-SORT-KEY-J
           MOVE WS-ORDER-LIST(WS-SORT-MIN-IDX) TO WS-SORT-TEMP
           MOVE SPACES TO WS-SORT-KEY-MIN
           STRING WS-RW-DEPT-ID(WS-SORT-TEMP)
                  WS-RW-MANAGER(WS-SORT-TEMP)
                  WS-ET-EMP-ID(WS-RW-EMP-IDX(WS-SORT-TEMP))
                  WS-RW-SOURCE(WS-SORT-TEMP)
               DELIMITED BY SIZE INTO WS-SORT-KEY-MIN
           IF WS-SORT-KEY-J < WS-SORT-KEY-MIN
               MOVE WS-SORT-J TO WS-SORT-MIN-IDX
           END-IF
           .

      * PRINT-ONE-ROW: Department and manager headings on a break,
      * then the person, their phones and emergency contacts, and
      * their place on the event's confirmation roster.
       PRINT-ONE-ROW.
           MOVE WS-ORDER-LIST(WS-ORDER-IDX) TO WS-ROW-IDX
           SET WS-EMP-IDX TO WS-RW-EMP-IDX(WS-ROW-IDX)

           IF FIRST-GROUP
                   OR WS-RW-DEPT-ID(WS-ROW-IDX) NOT = WS-LAST-DEPT
               MOVE 'N' TO WS-FIRST-GROUP-SW
               MOVE WS-RW-DEPT-ID(WS-ROW-IDX) TO WS-LAST-DEPT
               PERFORM PRINT-DEPARTMENT-HEADING
               MOVE WS-RW-MANAGER(WS-ROW-IDX) TO WS-LAST-MANAGER
               PERFORM PRINT-MANAGER-HEADING
           ELSE
               IF WS-RW-MANAGER(WS-ROW-IDX) NOT = WS-LAST-MANAGER
                   MOVE WS-RW-MANAGER(WS-ROW-IDX) TO WS-LAST-MANAGER
                   PERFORM PRINT-MANAGER-HEADING
               END-IF
           END-IF

           ADD 1 TO WS-LISTED-COUNT
           MOVE SPACES TO WS-NAME-DISPLAY
           STRING WS-ET-LAST-NAME(WS-EMP-IDX) DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  WS-ET-FIRST-NAME(WS-EMP-IDX) DELIMITED BY '  '
               INTO WS-NAME-DISPLAY
           IF WS-RW-SOURCE(WS-ROW-IDX) = 'C'
               MOVE 'CONCURRENT' TO WS-SOURCE-DISPLAY
           ELSE
               MOVE SPACES TO WS-SOURCE-DISPLAY
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING '    ' WS-ET-EMP-ID(WS-EMP-IDX) ' '
                  WS-NAME-DISPLAY ' SITE ' WS-RW-LOCATION(WS-ROW-IDX)
                  ' ' WS-SOURCE-DISPLAY
                  '  STATUS ____'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           INITIALIZE EMGC-SVC-REQ
           INITIALIZE EMGC-SVC-RES
           SET OP-GET OF EMGC-SVC-REQ TO TRUE
           MOVE 'SAFEROST' TO USER-ID OF EMGC-SVC-REQ
           MOVE SPACES TO CORR-ID OF EMGC-SVC-REQ
           MOVE WS-ET-EMP-ID(WS-EMP-IDX) TO Q-EMP-ID OF EMGC-SVC-REQ
           CALL 'EMGC-SVC' USING EMGC-SVC-REQ EMGC-SVC-RES

           IF NOT OK OF EMGC-SVC-RES
               ADD 1 TO WS-NO-CONTACT-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING '        *** NO PHONES OR EMERGENCY CONTACT ON '
                      'FILE ***'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           ELSE
               PERFORM PRINT-CONTACT-LINES
           END-IF

           PERFORM SEED-CONFIRMATION
           .

       PRINT-CONTACT-LINES.
           MOVE SPACES TO WS-RPT-LINE
           STRING '        MOBILE ' EMP-MOBILE-PHONE OF OUT-EMGC
                  ' HOME ' EMP-HOME-PHONE OF OUT-EMGC
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           IF CONTACT-1-NAME OF OUT-EMGC = SPACES
               ADD 1 TO WS-NO-CONTACT-COUNT
               MOVE SPACES TO WS-RPT-LINE
               MOVE '        *** NO EMERGENCY CONTACT ON FILE ***'
                   TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING '        1 ' CONTACT-1-NAME OF OUT-EMGC(1:30)
                  ' ' CONTACT-1-RELATION OF OUT-EMGC
                  ' ' CONTACT-1-PHONE OF OUT-EMGC
                  ' ' CONTACT-1-ALT-PHONE OF OUT-EMGC
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           IF CONTACT-2-NAME OF OUT-EMGC NOT = SPACES
               MOVE SPACES TO WS-RPT-LINE
               STRING '        2 ' CONTACT-2-NAME OF OUT-EMGC(1:30)
                      ' ' CONTACT-2-RELATION OF OUT-EMGC
                      ' ' CONTACT-2-PHONE OF OUT-EMGC
                      ' ' CONTACT-2-ALT-PHONE OF OUT-EMGC
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-IF
           .

      * SEED-CONFIRMATION: The person onto the event's roster as
      * unaccounted; one already there (a rerun, or listed at a
      * second site) keeps the status already recorded.
       SEED-CONFIRMATION.
           INITIALIZE SAFETY-SVC-REQ
           INITIALIZE SAFETY-SVC-RES
           SET OP-ADD OF SAFETY-SVC-REQ TO TRUE
           MOVE 'SAFEROST' TO USER-ID OF SAFETY-SVC-REQ
           MOVE SPACES TO CORR-ID OF SAFETY-SVC-REQ
           MOVE WS-EVENT-ID TO SAFE-EVENT-ID OF IN-SAFETY
               OF SAFETY-SVC-REQ
           MOVE WS-ET-EMP-ID(WS-EMP-IDX)
               TO SAFE-EMP-ID OF IN-SAFETY OF SAFETY-SVC-REQ
           MOVE WS-RW-LOCATION(WS-ROW-IDX)
               TO SAFE-LOCATION-CODE OF IN-SAFETY OF SAFETY-SVC-REQ
           MOVE WS-RW-SOURCE(WS-ROW-IDX)
               TO SAFE-ROSTER-SOURCE OF IN-SAFETY OF SAFETY-SVC-REQ
           MOVE WS-RW-DEPT-ID(WS-ROW-IDX)
               TO SAFE-DEPT-ID OF IN-SAFETY OF SAFETY-SVC-REQ
           MOVE WS-RW-MANAGER(WS-ROW-IDX)
               TO SAFE-MANAGER-EMP-ID OF IN-SAFETY OF SAFETY-SVC-REQ
           CALL 'SAFETY-SVC' USING SAFETY-SVC-REQ SAFETY-SVC-RES

           EVALUATE TRUE
               WHEN OK OF SAFETY-SVC-RES
                   ADD 1 TO WS-ADDED-COUNT
               WHEN CONFLICT OF SAFETY-SVC-RES
                   ADD 1 TO WS-ALREADY-COUNT
               WHEN OTHER
                   ADD 1 TO WS-FAILED-COUNT
                   DISPLAY '  FAILED roster add EMP-ID='
                       WS-ET-EMP-ID(WS-EMP-IDX) ' - '
                       STATUS-MSG OF SAFETY-SVC-RES(1:60)
           END-EVALUATE
           .

       PRINT-DEPARTMENT-HEADING.
           MOVE SPACES TO WS-DEPT-NAME
           INITIALIZE DEPT-SVC-REQ
           INITIALIZE DEPT-SVC-RES
           SET OP-FIND OF DEPT-SVC-REQ TO TRUE
           MOVE 'SAFEROST' TO USER-ID OF DEPT-SVC-REQ
           MOVE SPACES TO CORR-ID OF DEPT-SVC-REQ
           MOVE WS-LAST-DEPT TO DEPT-ID OF IN-DEPT OF DEPT-SVC-REQ
           CALL 'DEPT-SVC' USING DEPT-SVC-REQ DEPT-SVC-RES
           IF OK OF DEPT-SVC-RES
               MOVE DEPT-NAME OF OUT-DEPT OF DEPT-SVC-RES
                   TO WS-DEPT-NAME
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DEPARTMENT ' WS-LAST-DEPT ' ' WS-DEPT-NAME
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

       PRINT-MANAGER-HEADING.
           MOVE WS-LAST-MANAGER TO WS-FIND-EMP-ID
           PERFORM FIND-EMPLOYEE-NAME
           MOVE SPACES TO WS-RPT-LINE
           IF WS-LAST-MANAGER = 0
               MOVE '  MANAGER   (none on file)' TO WS-RPT-LINE
           ELSE
               STRING '  MANAGER   ' WS-LAST-MANAGER ' '
                      WS-MANAGER-NAME
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM EMIT-PRINT-LINE
           .

      * FIND-EMPLOYEE-NAME: WS-FIND-EMP-ID's name from the table
      * into WS-MANAGER-NAME (spaces when not held).
       FIND-EMPLOYEE-NAME.
           MOVE SPACES TO WS-MANAGER-NAME
           MOVE 0 TO WS-FOUND-IDX
           IF WS-FIND-EMP-ID = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SORT-J FROM 1 BY 1
                   UNTIL WS-SORT-J > WS-EMP-COUNT
                       OR WS-FOUND-IDX > 0
               IF WS-ET-EMP-ID(WS-SORT-J) = WS-FIND-EMP-ID
                   MOVE WS-SORT-J TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX > 0
               STRING WS-ET-LAST-NAME(WS-FOUND-IDX) DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      WS-ET-FIRST-NAME(WS-FOUND-IDX)
                          DELIMITED BY '  '
                   INTO WS-MANAGER-NAME
           END-IF
           .

      * PRINT-EVENT-SUMMARY: The event's roster read back through
      * SAFETY-SVC - counts by status, and everyone still
      * unaccounted with their mobile phone and manager.
       PRINT-EVENT-SUMMARY.
           MOVE 'SAFESUMM' TO WS-RPT-NAME
           MOVE 'SAFETY CONFIRMATION SUMMARY' TO WS-RPT-TITLE
           PERFORM OPEN-PRINT-FILE
           PERFORM AUDIT-ROSTER-RUN
           MOVE SPACES TO WS-RPT-LINE
           STRING 'EVENT ' WS-EVENT-ID '  STILL UNACCOUNTED FOR'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE 0 TO WS-SAFE-CURSOR
           SET MORE-ROSTER TO TRUE
           PERFORM TAKE-ROSTER-ENTRY UNTIL NO-MORE-ROSTER

           IF WS-ROSTER-TOTAL = 0
               MOVE SPACES TO WS-RPT-LINE
               STRING 'No roster on file for event ' WS-EVENT-ID
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-ROSTER-TOTAL TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ON ROSTER               ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-SAFE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CONFIRMED SAFE          ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-INJURED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'INJURED                 ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-ASSIST-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'NEEDS ASSISTANCE        ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-UNACCOUNTED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'UNACCOUNTED FOR         ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           PERFORM CLOSE-PRINT-FILE

           MOVE WS-ROSTER-TOTAL TO WS-COUNT-DISPLAY
           DISPLAY 'On roster:        ' WS-COUNT-DISPLAY
           MOVE WS-UNACCOUNTED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Unaccounted for:  ' WS-COUNT-DISPLAY
           IF WS-UNACCOUNTED-COUNT > 0 OR WS-ASSIST-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .

       TAKE-ROSTER-ENTRY.
           INITIALIZE SAFETY-SVC-REQ
           INITIALIZE SAFETY-SVC-RES
           SET OP-LIST OF SAFETY-SVC-REQ TO TRUE
           MOVE 'SAFEROST' TO USER-ID OF SAFETY-SVC-REQ
           MOVE SPACES TO CORR-ID OF SAFETY-SVC-REQ
           MOVE WS-EVENT-ID TO Q-EVENT-ID OF SAFETY-SVC-REQ
           MOVE WS-SAFE-CURSOR TO Q-CURSOR OF SAFETY-SVC-REQ
           CALL 'SAFETY-SVC' USING SAFETY-SVC-REQ SAFETY-SVC-RES

           IF NOT OK OF SAFETY-SVC-RES
               SET NO-MORE-ROSTER TO TRUE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ROSTER-TOTAL
           EVALUATE TRUE
               WHEN SAFE-CONFIRMED-SAFE OF OUT-SAFETY
                   ADD 1 TO WS-SAFE-COUNT
               WHEN SAFE-INJURED OF OUT-SAFETY
                   ADD 1 TO WS-INJURED-COUNT
               WHEN SAFE-NEEDS-HELP OF OUT-SAFETY
                   ADD 1 TO WS-ASSIST-COUNT
               WHEN OTHER
                   ADD 1 TO WS-UNACCOUNTED-COUNT
                   PERFORM PRINT-UNACCOUNTED-LINE
           END-EVALUATE

           MOVE NEXT-CURSOR OF SAFETY-SVC-RES TO WS-SAFE-CURSOR
           IF NOT MORE-RESULTS OF SAFETY-SVC-RES
               SET NO-MORE-ROSTER TO TRUE
           END-IF
           .

       PRINT-UNACCOUNTED-LINE.
           MOVE SAFE-EMP-ID OF OUT-SAFETY TO WS-FIND-EMP-ID
           PERFORM FIND-EMPLOYEE-NAME
           MOVE WS-MANAGER-NAME TO WS-NAME-DISPLAY

           INITIALIZE EMGC-SVC-REQ
           INITIALIZE EMGC-SVC-RES
           SET OP-GET OF EMGC-SVC-REQ TO TRUE
           MOVE 'SAFEROST' TO USER-ID OF EMGC-SVC-REQ
           MOVE SPACES TO CORR-ID OF EMGC-SVC-REQ
           MOVE SAFE-EMP-ID OF OUT-SAFETY TO Q-EMP-ID OF EMGC-SVC-REQ
           CALL 'EMGC-SVC' USING EMGC-SVC-REQ EMGC-SVC-RES
           IF NOT OK OF EMGC-SVC-RES
               MOVE SPACES TO EMP-MOBILE-PHONE OF OUT-EMGC
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           STRING SAFE-EMP-ID OF OUT-SAFETY ' ' WS-NAME-DISPLAY
                  ' SITE ' SAFE-LOCATION-CODE OF OUT-SAFETY
                  ' DEPT ' SAFE-DEPT-ID OF OUT-SAFETY
                  ' MGR ' SAFE-MANAGER-EMP-ID OF OUT-SAFETY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING '          MOBILE ' EMP-MOBILE-PHONE OF OUT-EMGC
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

      * AUDIT-ROSTER-RUN: The roster prints phones and emergency
      * contacts - one PERSNL-VIEW entry per run, the same shape as
      * the menu inquiries' entries.
       AUDIT-ROSTER-RUN.
           INITIALIZE WS-AUDIT-REC
           MOVE 'PERSNL-VIEW' TO ACTION OF WS-AUDIT-REC
           MOVE 'SAF' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE 0 TO ENTITY-ID OF WS-AUDIT-REC
           MOVE WS-RPT-OPERATOR TO USER-ID OF WS-AUDIT-REC
           STRING 'SAFETY ROSTER RUN EVENT ' WS-EVENT-ID
               DELIMITED BY SIZE INTO AFTER-VALUE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC
           .

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

       END PROGRAM SAFEROST.
