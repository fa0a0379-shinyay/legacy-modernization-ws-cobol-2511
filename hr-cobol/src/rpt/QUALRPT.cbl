       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUALRPT.
      ******************************************************************
      * QUALRPT - Monthly Qualification and License Report
      * Purpose: Prints, as of one date,
      *          - every license or training held by an in-service
      *            employee that has lapsed, or lapses within the
      *            qualification's warning window, with the
      *            employee's department and manager;
      *          - every in-service employee whose job grade or
      *            department requires a qualification they do not
      *            validly hold, again with the manager who has to
      *            act on it;
      *          - per establishment (LOCATION-CODE), for each
      *            qualification carrying a statutory minimum (first
      *            aid staff and the like), the workers in service,
      *            the valid holders and the holders the minimum
      *            calls for, marking the establishments short.
      *          A holding is valid when it is current (not revoked)
      *          and has no expiry date or one on or after the as-of
      *          date. Retired qualifications are not required.
      * Input: hr-cobol/data/employees.dat
      *        hr-cobol/data/qualmast.dat
      *        hr-cobol/data/qualneed.dat
      *        hr-cobol/data/empqual.dat
      * Output: hr-cobol/data/reports/QUALRPT.rpt (via RPT-PRINT)
      * Parm: QUALRPT_ASOF environment variable (YYYYMMDD, default
      *       today)
      * Return code: 0 nothing to report, 4 lapses, gaps or short
      *              establishments found, 8 file error
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE
               ASSIGN TO 'hr-cobol/data/employees.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT QUAL-FILE
               ASSIGN TO 'hr-cobol/data/qualmast.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QLM-FILE-STATUS.

           SELECT NEED-FILE
               ASSIGN TO 'hr-cobol/data/qualneed.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QLN-FILE-STATUS.

           SELECT HOLDING-FILE
               ASSIGN TO 'hr-cobol/data/empqual.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EQL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD         PIC X(1000).

       FD  QUAL-FILE.
       01  QUAL-RECORD             PIC X(200).

       FD  NEED-FILE.
       01  NEED-RECORD             PIC X(100).

       FD  HOLDING-FILE.
       01  HOLDING-RECORD          PIC X(200).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'QUALRPT'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

       01  WS-EMP-FILE-STATUS      PIC XX.
           88  EMP-FILE-OK             VALUE '00'.
           88  EMP-FILE-EOF            VALUE '10'.
           88  EMP-FILE-NOT-FOUND      VALUE '35'.
       01  WS-QLM-FILE-STATUS      PIC XX.
           88  QLM-FILE-OK             VALUE '00'.
           88  QLM-FILE-EOF            VALUE '10'.
           88  QLM-FILE-NOT-FOUND      VALUE '35'.
       01  WS-QLN-FILE-STATUS      PIC XX.
           88  QLN-FILE-OK             VALUE '00'.
           88  QLN-FILE-EOF            VALUE '10'.
           88  QLN-FILE-NOT-FOUND      VALUE '35'.
       01  WS-EQL-FILE-STATUS      PIC XX.
           88  EQL-FILE-OK             VALUE '00'.
           88  EQL-FILE-EOF            VALUE '10'.
           88  EQL-FILE-NOT-FOUND      VALUE '35'.

       01  WS-EMP-REC.
           COPY employee REPLACING ==05== BY ==10==.
       01  WS-QLM-REC.
           COPY qualmast REPLACING ==05== BY ==10==.
       01  WS-QLN-REC.
           COPY qualneed REPLACING ==05== BY ==10==.
       01  WS-EQL-REC.
           COPY empqual REPLACING ==05== BY ==10==.

      * Print-file plumbing
       01  WS-RPT-OP               PIC X.
       01  WS-RPT-NAME             PIC X(8)  VALUE 'QUALRPT'.
       01  WS-RPT-TITLE            PIC X(40)
           VALUE 'QUALIFICATION AND LICENSE REPORT'.
       01  WS-RPT-OPERATOR         PIC X(16).
       01  WS-RPT-LINE             PIC X(100).
       01  WS-RPT-STATUS           PIC 9.

      * Warning window used when a qualification sets none of its own
       78  DEFAULT-WARN-DAYS       VALUE 60.

       01  WS-ENV-ASOF             PIC X(10).
       01  WS-ASOF                 PIC 9(8) VALUE 0.

      * Working storage for DATE-UTIL calls
       01  WS-DATE-OPERATION       PIC X(2).
       01  WS-DATE-UTIL-D1         PIC 9(8).
       01  WS-DATE-UTIL-D2         PIC 9(8).
       01  WS-DATE-UTIL-RESULT     PIC S9(9).
       01  WS-DATE-UTIL-STATUS     PIC 9.

      * The qualification master, in QUAL-CODE order, with each
      * qualification's warning date worked out once
       78  MAX-QR-QUALS            VALUE 500.
       01  WS-QUAL-COUNT           PIC 9(3) VALUE 0.
       01  WS-QUAL-TABLE.
           05  WS-QUAL-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-QUAL-COUNT
                   ASCENDING KEY IS WS-QT-CODE
                   INDEXED BY WS-QUAL-IDX.
               10  WS-QT-CODE      PIC X(6).
               10  WS-QT-NAME      PIC X(40).
               10  WS-QT-ACTIVE    PIC X.
                   88  WS-QT-IS-ACTIVE     VALUE 'Y'.
               10  WS-QT-WARN-DATE PIC 9(8).
               10  WS-QT-MIN-HOLDERS PIC 9(3).
               10  WS-QT-PER-WORKERS PIC 9(5).
       01  WS-QUAL-FOUND-SW        PIC X.
           88  QUAL-ENTRY-FOUND        VALUE 'Y'.
           88  QUAL-ENTRY-NOT-FOUND    VALUE 'N'.
       01  WS-WARN-DAYS            PIC 9(3).

      * Requirement links - grade (G) or department (D) to QUAL-CODE
       78  MAX-QR-NEEDS            VALUE 2000.
       01  WS-NEED-COUNT           PIC 9(4) VALUE 0.
       01  WS-NEED-TABLE.
           05  WS-NEED-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-NEED-COUNT
                   INDEXED BY WS-NEED-IDX.
               10  WS-NT-SCOPE     PIC X.
                   88  WS-NT-BY-GRADE      VALUE 'G'.
                   88  WS-NT-BY-DEPT       VALUE 'D'.
               10  WS-NT-KEY       PIC X(6).
               10  WS-NT-QUAL      PIC X(6).

      * Every in-service employee, in EMP-ID order
       78  MAX-QR-EMPS             VALUE 5000.
       01  WS-EMP-COUNT            PIC 9(5) VALUE 0.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-EMP-COUNT
                   ASCENDING KEY IS WS-ET-EMP-ID
                   INDEXED BY WS-EMP-IDX.
               10  WS-ET-EMP-ID    PIC 9(9).
               10  WS-ET-NAME      PIC X(20).
               10  WS-ET-DEPT      PIC 9(6).
               10  WS-ET-GRADE     PIC X(4).
               10  WS-ET-LOCATION  PIC X(4).
               10  WS-ET-MANAGER   PIC 9(9).
       01  WS-EMP-FOUND-SW         PIC X.
           88  EMP-ENTRY-FOUND         VALUE 'Y'.
           88  EMP-ENTRY-NOT-FOUND     VALUE 'N'.
       01  WS-EMP-I                PIC 9(5).

      * Valid holdings of in-service employees, in EMP-ID + QUAL-CODE
      * order as the holding file delivers them
       78  MAX-QR-HOLDINGS         VALUE 20000.
       01  WS-HOLD-COUNT           PIC 9(5) VALUE 0.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-HOLD-COUNT
                   ASCENDING KEY IS WS-HT-KEY
                   INDEXED BY WS-HOLD-IDX.
               10  WS-HT-KEY.
                   15  WS-HT-EMP-ID PIC 9(9).
                   15  WS-HT-QUAL  PIC X(6).
       01  WS-WANT-HOLD.
           05  WS-WANT-EMP-ID      PIC 9(9).
           05  WS-WANT-QUAL        PIC X(6).
       01  WS-HOLD-FOUND-SW        PIC X.
           88  HOLD-ENTRY-FOUND        VALUE 'Y'.
           88  HOLD-ENTRY-NOT-FOUND    VALUE 'N'.

      * Establishments, kept in LOCATION-CODE order as they are
      * added, each with its valid holders of every qualification
      * that carries a statutory minimum (WS-SQ-ENTRY order)
       78  MAX-QR-STAT-QUALS       VALUE 20.
       01  WS-SQ-COUNT             PIC 9(2) VALUE 0.
       01  WS-SQ-TABLE.
           05  WS-SQ-ENTRY OCCURS 20 TIMES.
               10  WS-SQ-QUAL-POS  PIC 9(3).
       01  WS-SQ-I                 PIC 9(2).

       78  MAX-QR-LOCS             VALUE 300.
       01  WS-LOC-COUNT            PIC 9(3) VALUE 0.
       01  WS-LOC-TABLE.
           05  WS-LOC-ENTRY OCCURS 300 TIMES.
               10  WS-LT-CODE      PIC X(4).
               10  WS-LT-HEADCOUNT PIC 9(5).
               10  WS-LT-HOLDERS   PIC 9(5) OCCURS 20 TIMES.
       01  WS-LOC-POS              PIC 9(3).
       01  WS-SHIFT-IDX            PIC 9(3).
       01  WS-LOC-I                PIC 9(3).

       01  WS-REQUIRED             PIC 9(5).
       01  WS-BY-RATIO             PIC 9(5).
       01  WS-NEED-VIA             PIC X(5).
       01  WS-LAPSE-TAG            PIC X(8).
       01  WS-SHORT-TAG            PIC X(5).
       01  WS-LOC-LABEL            PIC X(6).
       01  WS-DEPT-DISPLAY         PIC Z(5)9.
       01  WS-MGR-DISPLAY          PIC Z(8)9.
       01  WS-CNT-1                PIC ZZ,ZZ9.
       01  WS-CNT-2                PIC ZZ,ZZ9.
       01  WS-CNT-3                PIC ZZ,ZZ9.

       01  WS-LAPSE-COUNT          PIC 9(5) VALUE 0.
       01  WS-MISSING-COUNT        PIC 9(5) VALUE 0.
       01  WS-SHORT-COUNT          PIC 9(5) VALUE 0.
       01  WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'QUALRPT - Qualification and License Report v'
               WS-VERSION

           ACCEPT WS-ENV-ASOF FROM ENVIRONMENT 'QUALRPT_ASOF'
           IF WS-ENV-ASOF(1:8) IS NUMERIC
               MOVE WS-ENV-ASOF(1:8) TO WS-ASOF
           END-IF
           IF WS-ASOF = 0
               ACCEPT WS-ASOF FROM DATE YYYYMMDD
           END-IF

           DISPLAY 'As of ' WS-ASOF

           PERFORM LOAD-QUALIFICATIONS
           PERFORM LOAD-REQUIREMENTS
           PERFORM LOAD-EMPLOYEES

           PERFORM OPEN-PRINT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'AS OF ' WS-ASOF
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE 'EXPIRED AND EXPIRING QUALIFICATIONS' TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'EMP-ID    NAME                 QUAL   EXPIRY   '
                  'STATUS   DEPT    MANAGER'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           PERFORM LOAD-HOLDINGS

           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE 'REQUIRED QUALIFICATIONS NOT HELD' TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'EMP-ID    NAME                 QUAL   VIA   GRADE   '
                  'DEPT    MANAGER'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           PERFORM CHECK-ONE-EMPLOYEE
               VARYING WS-EMP-I FROM 1 BY 1
               UNTIL WS-EMP-I > WS-EMP-COUNT

           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE 'STATUTORY MINIMUM HOLDERS BY ESTABLISHMENT'
               TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE 'LOC    QUAL   IN SVC  HOLDERS REQUIRED'
               TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           PERFORM COUNT-ESTABLISHMENTS
           PERFORM PRINT-ONE-ESTABLISHMENT
               VARYING WS-LOC-I FROM 1 BY 1
               UNTIL WS-LOC-I > WS-LOC-COUNT

           PERFORM CLOSE-PRINT-FILE

           MOVE WS-LAPSE-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Expired/expiring:   ' WS-COUNT-DISPLAY
           MOVE WS-MISSING-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Required, not held: ' WS-COUNT-DISPLAY
           MOVE WS-SHORT-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Below minimum:      ' WS-COUNT-DISPLAY

           IF WS-LAPSE-COUNT > 0 OR WS-MISSING-COUNT > 0
                   OR WS-SHORT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      * LOAD-QUALIFICATIONS: The master in QUAL-CODE order, with the
      * date up to which an expiry counts as coming due, and the
      * list of qualifications with a statutory minimum.
       LOAD-QUALIFICATIONS.
           MOVE 0 TO WS-QUAL-COUNT

           OPEN INPUT QUAL-FILE
           IF QLM-FILE-NOT-FOUND
               DISPLAY 'No qualifications on file.'
               EXIT PARAGRAPH
           END-IF
           IF NOT QLM-FILE-OK
               DISPLAY 'ERROR: Cannot open qualification file.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL QLM-FILE-EOF
               READ QUAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE QUAL-RECORD TO WS-QLM-REC
                       PERFORM TAKE-QUALIFICATION
               END-READ
           END-PERFORM

           CLOSE QUAL-FILE
           .

       TAKE-QUALIFICATION.
           IF WS-QUAL-COUNT >= MAX-QR-QUALS
               DISPLAY 'WARNING: qualification table full - '
                   QUAL-CODE OF WS-QLM-REC ' not loaded'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QUAL-COUNT
           SET WS-QUAL-IDX TO WS-QUAL-COUNT
           INITIALIZE WS-QUAL-ENTRY(WS-QUAL-IDX)
           MOVE QUAL-CODE OF WS-QLM-REC TO WS-QT-CODE(WS-QUAL-IDX)
           MOVE QUAL-NAME OF WS-QLM-REC TO WS-QT-NAME(WS-QUAL-IDX)
           IF QUAL-ACTIVE OF WS-QLM-REC
               MOVE 'Y' TO WS-QT-ACTIVE(WS-QUAL-IDX)
           END-IF
           MOVE STAT-MIN-HOLDERS OF WS-QLM-REC
               TO WS-QT-MIN-HOLDERS(WS-QUAL-IDX)
           MOVE STAT-PER-WORKERS OF WS-QLM-REC
               TO WS-QT-PER-WORKERS(WS-QUAL-IDX)

           MOVE EXPIRY-WARN-DAYS OF WS-QLM-REC TO WS-WARN-DAYS
           IF WS-WARN-DAYS = 0
               MOVE DEFAULT-WARN-DAYS TO WS-WARN-DAYS
           END-IF
           MOVE 'A ' TO WS-DATE-OPERATION
           MOVE WS-ASOF TO WS-DATE-UTIL-D1
           MOVE WS-WARN-DAYS TO WS-DATE-UTIL-D2
           CALL 'DATE-UTIL' USING WS-DATE-OPERATION
                                  WS-DATE-UTIL-D1
                                  WS-DATE-UTIL-D2
                                  WS-DATE-UTIL-RESULT
                                  WS-DATE-UTIL-STATUS
           IF WS-DATE-UTIL-STATUS = 0
               MOVE WS-DATE-UTIL-RESULT TO WS-QT-WARN-DATE(WS-QUAL-IDX)
           ELSE
               MOVE WS-ASOF TO WS-QT-WARN-DATE(WS-QUAL-IDX)
           END-IF

           IF WS-QT-IS-ACTIVE(WS-QUAL-IDX)
                   AND (WS-QT-MIN-HOLDERS(WS-QUAL-IDX) > 0
                       OR WS-QT-PER-WORKERS(WS-QUAL-IDX) > 0)
               IF WS-SQ-COUNT < MAX-QR-STAT-QUALS
                   ADD 1 TO WS-SQ-COUNT
                   MOVE WS-QUAL-COUNT TO WS-SQ-QUAL-POS(WS-SQ-COUNT)
               ELSE
                   DISPLAY 'WARNING: statutory list full - '
                       QUAL-CODE OF WS-QLM-REC ' not counted'
               END-IF
           END-IF
           .

      * LOAD-REQUIREMENTS: Grade and department links to
      * qualifications still active on the master.
       LOAD-REQUIREMENTS.
           MOVE 0 TO WS-NEED-COUNT

           OPEN INPUT NEED-FILE
           IF QLN-FILE-NOT-FOUND
               DISPLAY 'No qualification requirements on file.'
               EXIT PARAGRAPH
           END-IF
           IF NOT QLN-FILE-OK
               DISPLAY 'ERROR: Cannot open requirement file.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL QLN-FILE-EOF
               READ NEED-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE NEED-RECORD TO WS-QLN-REC
                       PERFORM TAKE-REQUIREMENT
               END-READ
           END-PERFORM

           CLOSE NEED-FILE
           .

       TAKE-REQUIREMENT.
           MOVE QUAL-CODE OF WS-QLN-REC TO WS-WANT-QUAL
           PERFORM FIND-QUALIFICATION
           IF QUAL-ENTRY-NOT-FOUND
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-QT-IS-ACTIVE(WS-QUAL-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-NEED-COUNT >= MAX-QR-NEEDS
               DISPLAY 'WARNING: requirement table full - '
                   QUAL-CODE OF WS-QLN-REC ' not loaded'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NEED-COUNT
           SET WS-NEED-IDX TO WS-NEED-COUNT
           MOVE NEED-SCOPE OF WS-QLN-REC TO WS-NT-SCOPE(WS-NEED-IDX)
           MOVE NEED-KEY OF WS-QLN-REC TO WS-NT-KEY(WS-NEED-IDX)
           MOVE QUAL-CODE OF WS-QLN-REC TO WS-NT-QUAL(WS-NEED-IDX)
           .

      * FIND-QUALIFICATION: WS-QUAL-IDX at WS-WANT-QUAL's entry.
       FIND-QUALIFICATION.
           SET QUAL-ENTRY-NOT-FOUND TO TRUE
           IF WS-QUAL-COUNT > 0
               SEARCH ALL WS-QUAL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-QT-CODE(WS-QUAL-IDX) = WS-WANT-QUAL
                       SET QUAL-ENTRY-FOUND TO TRUE
               END-SEARCH
           END-IF
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
           IF WS-EMP-COUNT >= MAX-QR-EMPS
               DISPLAY 'WARNING: employee table full - EMP '
                   EMP-ID OF WS-EMP-REC ' not checked'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EMP-COUNT
           SET WS-EMP-IDX TO WS-EMP-COUNT
           MOVE EMP-ID OF WS-EMP-REC TO WS-ET-EMP-ID(WS-EMP-IDX)
           MOVE LAST-NAME OF WS-EMP-REC TO WS-ET-NAME(WS-EMP-IDX)
           MOVE DEPT-ID OF WS-EMP-REC TO WS-ET-DEPT(WS-EMP-IDX)
           MOVE GRADE-CODE OF WS-EMP-REC TO WS-ET-GRADE(WS-EMP-IDX)
           MOVE LOCATION-CODE OF WS-EMP-REC
               TO WS-ET-LOCATION(WS-EMP-IDX)
           MOVE MANAGER-EMP-ID OF WS-EMP-REC
               TO WS-ET-MANAGER(WS-EMP-IDX)
           .

      * LOAD-HOLDINGS: Each in-service employee's holdings - a
      * lapsed or soon-lapsing one is printed as it is read, a
      * valid one is kept for the requirement and statutory checks.
       LOAD-HOLDINGS.
           MOVE 0 TO WS-HOLD-COUNT

           OPEN INPUT HOLDING-FILE
           IF EQL-FILE-NOT-FOUND
               DISPLAY 'No qualification holdings on file.'
               EXIT PARAGRAPH
           END-IF
           IF NOT EQL-FILE-OK
               DISPLAY 'ERROR: Cannot open holding file.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL EQL-FILE-EOF
               READ HOLDING-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE HOLDING-RECORD TO WS-EQL-REC
                       IF HOLDING-CURRENT OF WS-EQL-REC
                           PERFORM TAKE-HOLDING
                       END-IF
               END-READ
           END-PERFORM

           CLOSE HOLDING-FILE
           .

       TAKE-HOLDING.
           SET EMP-ENTRY-NOT-FOUND TO TRUE
           IF WS-EMP-COUNT > 0
               SEARCH ALL WS-EMP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ET-EMP-ID(WS-EMP-IDX)
                           = EMP-ID OF WS-EQL-REC
                       SET EMP-ENTRY-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF EMP-ENTRY-NOT-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE QUAL-CODE OF WS-EQL-REC TO WS-WANT-QUAL
           PERFORM FIND-QUALIFICATION
           IF QUAL-ENTRY-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           IF EXPIRY-DATE OF WS-EQL-REC > 0
                   AND EXPIRY-DATE OF WS-EQL-REC
                       <= WS-QT-WARN-DATE(WS-QUAL-IDX)
               PERFORM PRINT-LAPSE
           END-IF

           IF EXPIRY-DATE OF WS-EQL-REC > 0
                   AND EXPIRY-DATE OF WS-EQL-REC < WS-ASOF
               EXIT PARAGRAPH
           END-IF
           IF WS-HOLD-COUNT >= MAX-QR-HOLDINGS
               DISPLAY 'WARNING: holding table full - EMP '
                   EMP-ID OF WS-EQL-REC ' not counted'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HOLD-COUNT
           MOVE EMP-ID OF WS-EQL-REC TO WS-HT-EMP-ID(WS-HOLD-COUNT)
           MOVE QUAL-CODE OF WS-EQL-REC TO WS-HT-QUAL(WS-HOLD-COUNT)
           .

       PRINT-LAPSE.
           ADD 1 TO WS-LAPSE-COUNT
           IF EXPIRY-DATE OF WS-EQL-REC < WS-ASOF
               MOVE 'EXPIRED' TO WS-LAPSE-TAG
           ELSE
               MOVE 'EXPIRING' TO WS-LAPSE-TAG
           END-IF
           MOVE WS-ET-DEPT(WS-EMP-IDX) TO WS-DEPT-DISPLAY
           MOVE WS-ET-MANAGER(WS-EMP-IDX) TO WS-MGR-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-ET-EMP-ID(WS-EMP-IDX) ' '
                  WS-ET-NAME(WS-EMP-IDX) ' '
                  QUAL-CODE OF WS-EQL-REC ' '
                  EXPIRY-DATE OF WS-EQL-REC ' '
                  WS-LAPSE-TAG '  '
                  WS-DEPT-DISPLAY ' '
                  WS-MGR-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

      * CHECK-ONE-EMPLOYEE: Every requirement laid on the
      * employee's grade or department that they do not validly
      * hold; a qualification required both ways prints once for
      * each.
       CHECK-ONE-EMPLOYEE.
           SET WS-EMP-IDX TO WS-EMP-I
           PERFORM CHECK-ONE-REQUIREMENT
               VARYING WS-NEED-IDX FROM 1 BY 1
               UNTIL WS-NEED-IDX > WS-NEED-COUNT
           .

       CHECK-ONE-REQUIREMENT.
           EVALUATE TRUE
               WHEN WS-NT-BY-GRADE(WS-NEED-IDX)
                       AND WS-ET-GRADE(WS-EMP-IDX) NOT = SPACES
                       AND WS-NT-KEY(WS-NEED-IDX)
                           = WS-ET-GRADE(WS-EMP-IDX)
                   MOVE 'GRADE' TO WS-NEED-VIA
               WHEN WS-NT-BY-DEPT(WS-NEED-IDX)
                       AND WS-NT-KEY(WS-NEED-IDX)
                           = WS-ET-DEPT(WS-EMP-IDX)
                   MOVE 'DEPT' TO WS-NEED-VIA
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE WS-ET-EMP-ID(WS-EMP-IDX) TO WS-WANT-EMP-ID
           MOVE WS-NT-QUAL(WS-NEED-IDX) TO WS-WANT-QUAL
           PERFORM FIND-HOLDING
           IF HOLD-ENTRY-FOUND
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-MISSING-COUNT
           MOVE WS-ET-DEPT(WS-EMP-IDX) TO WS-DEPT-DISPLAY
           MOVE WS-ET-MANAGER(WS-EMP-IDX) TO WS-MGR-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-ET-EMP-ID(WS-EMP-IDX) ' '
                  WS-ET-NAME(WS-EMP-IDX) ' '
                  WS-WANT-QUAL ' '
                  WS-NEED-VIA ' '
                  WS-ET-GRADE(WS-EMP-IDX) '  '
                  WS-DEPT-DISPLAY ' '
                  WS-MGR-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

      * FIND-HOLDING: Whether WS-WANT-HOLD is among the valid
      * holdings.
       FIND-HOLDING.
           SET HOLD-ENTRY-NOT-FOUND TO TRUE
           IF WS-HOLD-COUNT > 0
               SEARCH ALL WS-HOLD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-HT-KEY(WS-HOLD-IDX) = WS-WANT-HOLD
                       SET HOLD-ENTRY-FOUND TO TRUE
               END-SEARCH
           END-IF
           .

      * COUNT-ESTABLISHMENTS: Workers in service per establishment
      * and their valid holders of each statutory qualification.
       COUNT-ESTABLISHMENTS.
           MOVE 0 TO WS-LOC-COUNT
           IF WS-SQ-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-ONE-WORKER
               VARYING WS-EMP-I FROM 1 BY 1
               UNTIL WS-EMP-I > WS-EMP-COUNT
           .

       COUNT-ONE-WORKER.
           SET WS-EMP-IDX TO WS-EMP-I
           PERFORM FIND-LOCATION-POSITION
           IF WS-LOC-POS = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LT-HEADCOUNT(WS-LOC-POS)

           MOVE WS-ET-EMP-ID(WS-EMP-IDX) TO WS-WANT-EMP-ID
           PERFORM VARYING WS-SQ-I FROM 1 BY 1
                   UNTIL WS-SQ-I > WS-SQ-COUNT
               SET WS-QUAL-IDX TO WS-SQ-QUAL-POS(WS-SQ-I)
               MOVE WS-QT-CODE(WS-QUAL-IDX) TO WS-WANT-QUAL
               PERFORM FIND-HOLDING
               IF HOLD-ENTRY-FOUND
                   ADD 1 TO WS-LT-HOLDERS(WS-LOC-POS, WS-SQ-I)
               END-IF
           END-PERFORM
           .

      * FIND-LOCATION-POSITION: WS-LOC-POS is the employee's
      * establishment entry; one not yet seen is inserted where it
      * sorts, the entries above it moving up one. A full table
      * answers zero and the worker is left out.
       FIND-LOCATION-POSITION.
           PERFORM VARYING WS-LOC-POS FROM 1 BY 1
                   UNTIL WS-LOC-POS > WS-LOC-COUNT
                   OR WS-LT-CODE(WS-LOC-POS)
                       >= WS-ET-LOCATION(WS-EMP-IDX)
               CONTINUE
           END-PERFORM
           IF WS-LOC-POS <= WS-LOC-COUNT
               IF WS-LT-CODE(WS-LOC-POS) = WS-ET-LOCATION(WS-EMP-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-LOC-COUNT >= MAX-QR-LOCS
               DISPLAY 'WARNING: establishment table full - EMP '
                   WS-ET-EMP-ID(WS-EMP-IDX) ' not counted'
               MOVE 0 TO WS-LOC-POS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SHIFT-IDX FROM WS-LOC-COUNT BY -1
                   UNTIL WS-SHIFT-IDX < WS-LOC-POS
               MOVE WS-LOC-ENTRY(WS-SHIFT-IDX)
                   TO WS-LOC-ENTRY(WS-SHIFT-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-LOC-COUNT
           INITIALIZE WS-LOC-ENTRY(WS-LOC-POS)
           MOVE WS-ET-LOCATION(WS-EMP-IDX) TO WS-LT-CODE(WS-LOC-POS)
           .

       PRINT-ONE-ESTABLISHMENT.
           IF WS-LT-CODE(WS-LOC-I) = SPACES
               MOVE '(NONE)' TO WS-LOC-LABEL
           ELSE
               MOVE WS-LT-CODE(WS-LOC-I) TO WS-LOC-LABEL
           END-IF
           PERFORM VARYING WS-SQ-I FROM 1 BY 1
                   UNTIL WS-SQ-I > WS-SQ-COUNT
               PERFORM PRINT-ONE-MINIMUM
           END-PERFORM
           .

      * PRINT-ONE-MINIMUM: Holders required are the fixed minimum or
      * one per STAT-PER-WORKERS workers (rounded up), whichever is
      * more.
       PRINT-ONE-MINIMUM.
           SET WS-QUAL-IDX TO WS-SQ-QUAL-POS(WS-SQ-I)
           MOVE WS-QT-MIN-HOLDERS(WS-QUAL-IDX) TO WS-REQUIRED
           IF WS-QT-PER-WORKERS(WS-QUAL-IDX) > 0
               COMPUTE WS-BY-RATIO = (WS-LT-HEADCOUNT(WS-LOC-I)
                   + WS-QT-PER-WORKERS(WS-QUAL-IDX) - 1)
                   / WS-QT-PER-WORKERS(WS-QUAL-IDX)
               IF WS-BY-RATIO > WS-REQUIRED
                   MOVE WS-BY-RATIO TO WS-REQUIRED
               END-IF
           END-IF

           IF WS-LT-HOLDERS(WS-LOC-I, WS-SQ-I) < WS-REQUIRED
               MOVE 'SHORT' TO WS-SHORT-TAG
               ADD 1 TO WS-SHORT-COUNT
           ELSE
               MOVE SPACES TO WS-SHORT-TAG
           END-IF
           MOVE WS-LT-HEADCOUNT(WS-LOC-I) TO WS-CNT-1
           MOVE WS-LT-HOLDERS(WS-LOC-I, WS-SQ-I) TO WS-CNT-2
           MOVE WS-REQUIRED TO WS-CNT-3
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-LOC-LABEL ' '
                  WS-QT-CODE(WS-QUAL-IDX) ' '
                  WS-CNT-1 '   ' WS-CNT-2 '   ' WS-CNT-3 '  '
                  WS-SHORT-TAG
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

       END PROGRAM QUALRPT.
