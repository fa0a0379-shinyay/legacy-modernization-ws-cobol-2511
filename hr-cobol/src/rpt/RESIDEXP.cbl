       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESIDEXP.
      ******************************************************************
      * RESIDEXP - Residence Status Expiry Report
      * Purpose: Lists every in-service foreign national employee
      *          whose permitted period of stay has ended or ends
      *          within 90 days of the as-of date, grouped EXPIRED,
      *          within 30, within 60 and within 90 days, with the
      *          department and manager who must see the renewal
      *          through. Working past the permitted period is an
      *          offence for the company as well as the employee,
      *          so an expired line is the first thing to act on.
      *          Statuses without a period (PERMIT-EXPIRY zero) and
      *          ended records are not listed.
      * Input: hr-cobol/data/employees.dat
      *        hr-cobol/data/residence.dat
      * Output: hr-cobol/data/reports/RESIDEXP.rpt (via RPT-PRINT)
      * Parm: RESIDEXP_ASOF environment variable (YYYYMMDD, default
      *       today)
      * Return code: 0 nothing due, 4 anything listed, 8 file error
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE
               ASSIGN TO 'hr-cobol/data/employees.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT RESID-FILE
               ASSIGN TO 'hr-cobol/data/residence.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD         PIC X(1000).

       FD  RESID-FILE.
       01  RESID-RECORD            PIC X(200).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'RESIDEXP'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

       01  WS-EMP-FILE-STATUS      PIC XX.
           88  EMP-FILE-OK             VALUE '00'.
           88  EMP-FILE-EOF            VALUE '10'.
           88  EMP-FILE-NOT-FOUND      VALUE '35'.
       01  WS-RSD-FILE-STATUS      PIC XX.
           88  RSD-FILE-OK             VALUE '00'.
           88  RSD-FILE-EOF            VALUE '10'.
           88  RSD-FILE-NOT-FOUND      VALUE '35'.

       01  WS-EMP-REC.
           COPY employee REPLACING ==05== BY ==10==.
       01  WS-RSD-REC.
           COPY residence REPLACING ==05== BY ==10==.

      * Print-file plumbing
       01  WS-RPT-OP               PIC X.
       01  WS-RPT-NAME             PIC X(8)  VALUE 'RESIDEXP'.
       01  WS-RPT-TITLE            PIC X(40)
           VALUE 'RESIDENCE STATUS EXPIRY REPORT'.
       01  WS-RPT-OPERATOR         PIC X(16).
       01  WS-RPT-LINE             PIC X(100).
       01  WS-RPT-STATUS           PIC 9.

      * The notice horizons, in days ahead of the as-of date
       78  FIRST-NOTICE-DAYS       VALUE 30.
       78  SECOND-NOTICE-DAYS      VALUE 60.
       78  FINAL-NOTICE-DAYS       VALUE 90.

       01  WS-ENV-ASOF             PIC X(10).
       01  WS-ASOF                 PIC 9(8) VALUE 0.
       01  WS-HORIZON-30           PIC 9(8).
       01  WS-HORIZON-60           PIC 9(8).
       01  WS-HORIZON-90           PIC 9(8).

      * Working storage for DATE-UTIL calls
       01  WS-DATE-OPERATION       PIC X(2).
       01  WS-DATE-UTIL-D1         PIC 9(8).
       01  WS-DATE-UTIL-D2         PIC 9(8).
       01  WS-DATE-UTIL-RESULT     PIC S9(9).
       01  WS-DATE-UTIL-STATUS     PIC 9.

      * Every in-service employee, in EMP-ID order
       78  MAX-RX-EMPS             VALUE 5000.
       01  WS-EMP-COUNT            PIC 9(5) VALUE 0.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-EMP-COUNT
                   ASCENDING KEY IS WS-ET-EMP-ID
                   INDEXED BY WS-EMP-IDX.
               10  WS-ET-EMP-ID    PIC 9(9).
               10  WS-ET-DEPT      PIC 9(6).
               10  WS-ET-MANAGER   PIC 9(9).
       01  WS-FOUND-SW             PIC X.
           88  EMP-ENTRY-FOUND         VALUE 'Y'.
           88  EMP-ENTRY-NOT-FOUND     VALUE 'N'.

      * Residence records due, with the band each falls in:
      * 0 expired, 1 within 30 days, 2 within 60, 3 within 90
       78  MAX-RX-DUE              VALUE 2000.
       01  WS-DUE-COUNT            PIC 9(4) VALUE 0.
       01  WS-DUE-TABLE.
           05  WS-DUE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-DUE-IDX.
               10  WS-DT-EMP-ID    PIC 9(9).
               10  WS-DT-NAME      PIC X(20).
               10  WS-DT-STATUS    PIC X(20).
               10  WS-DT-EXPIRY    PIC 9(8).
               10  WS-DT-DAYS      PIC S9(5).
               10  WS-DT-BAND      PIC 9.
               10  WS-DT-DEPT      PIC 9(6).
               10  WS-DT-MANAGER   PIC 9(9).
       01  WS-PRINT-BAND           PIC 9.
       01  WS-BAND-COUNT           PIC 9(4).

       01  WS-DAYS-DISPLAY         PIC -(4)9.
       01  WS-DEPT-DISPLAY         PIC Z(5)9.
       01  WS-MGR-DISPLAY          PIC Z(8)9.
       01  WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.
       01  WS-EXPIRED-COUNT        PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'RESIDEXP - Residence Status Expiry Report v'
               WS-VERSION

           ACCEPT WS-ENV-ASOF FROM ENVIRONMENT 'RESIDEXP_ASOF'
           IF WS-ENV-ASOF(1:8) IS NUMERIC
               MOVE WS-ENV-ASOF(1:8) TO WS-ASOF
           END-IF
           IF WS-ASOF = 0
               ACCEPT WS-ASOF FROM DATE YYYYMMDD
           END-IF

           MOVE FIRST-NOTICE-DAYS TO WS-DATE-UTIL-D2
           PERFORM ADD-DAYS-TO-ASOF
           MOVE WS-DATE-UTIL-RESULT TO WS-HORIZON-30
           MOVE SECOND-NOTICE-DAYS TO WS-DATE-UTIL-D2
           PERFORM ADD-DAYS-TO-ASOF
           MOVE WS-DATE-UTIL-RESULT TO WS-HORIZON-60
           MOVE FINAL-NOTICE-DAYS TO WS-DATE-UTIL-D2
           PERFORM ADD-DAYS-TO-ASOF
           MOVE WS-DATE-UTIL-RESULT TO WS-HORIZON-90

           DISPLAY 'As of ' WS-ASOF ' through ' WS-HORIZON-90

           PERFORM LOAD-EMPLOYEES
           PERFORM LOAD-RESIDENCE

           PERFORM OPEN-PRINT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'AS OF ' WS-ASOF '  LOOKING AHEAD TO ' WS-HORIZON-90
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           PERFORM PRINT-ONE-BAND
               VARYING WS-PRINT-BAND FROM 0 BY 1
               UNTIL WS-PRINT-BAND > 3

           PERFORM CLOSE-PRINT-FILE

           MOVE WS-DUE-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Due within 90 days: ' WS-COUNT-DISPLAY
           MOVE WS-EXPIRED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Already expired:    ' WS-COUNT-DISPLAY
           IF WS-DUE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       ADD-DAYS-TO-ASOF.
           MOVE 'A ' TO WS-DATE-OPERATION
           MOVE WS-ASOF TO WS-DATE-UTIL-D1
           CALL 'DATE-UTIL' USING WS-DATE-OPERATION
                                  WS-DATE-UTIL-D1
                                  WS-DATE-UTIL-D2
                                  WS-DATE-UTIL-RESULT
                                  WS-DATE-UTIL-STATUS
           IF WS-DATE-UTIL-STATUS NOT = 0
               DISPLAY 'ERROR: As-of date ' WS-ASOF ' is not valid.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
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
           IF WS-EMP-COUNT >= MAX-RX-EMPS
               DISPLAY 'WARNING: employee table full - EMP '
                   EMP-ID OF WS-EMP-REC ' not checked'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EMP-COUNT
           SET WS-EMP-IDX TO WS-EMP-COUNT
           MOVE EMP-ID OF WS-EMP-REC TO WS-ET-EMP-ID(WS-EMP-IDX)
           MOVE DEPT-ID OF WS-EMP-REC TO WS-ET-DEPT(WS-EMP-IDX)
           MOVE MANAGER-EMP-ID OF WS-EMP-REC
               TO WS-ET-MANAGER(WS-EMP-IDX)
           .

      * LOAD-RESIDENCE: Active records of in-service employees whose
      * period ends on or before the 90-day horizon.
       LOAD-RESIDENCE.
           OPEN INPUT RESID-FILE
           IF RSD-FILE-NOT-FOUND
               DISPLAY 'No residence records on file.'
               EXIT PARAGRAPH
           END-IF
           IF NOT RSD-FILE-OK
               DISPLAY 'ERROR: Cannot open residence file.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL RSD-FILE-EOF
               READ RESID-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RESID-RECORD TO WS-RSD-REC
                       IF RESID-ACTIVE OF WS-RSD-REC
                               AND PERMIT-EXPIRY OF WS-RSD-REC > 0
                               AND PERMIT-EXPIRY OF WS-RSD-REC
                                   <= WS-HORIZON-90
                           PERFORM TAKE-DUE-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RESID-FILE
           .

       TAKE-DUE-RECORD.
           SET EMP-ENTRY-NOT-FOUND TO TRUE
           IF WS-EMP-COUNT > 0
               SEARCH ALL WS-EMP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ET-EMP-ID(WS-EMP-IDX)
                           = EMP-ID OF WS-RSD-REC
                       SET EMP-ENTRY-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF EMP-ENTRY-NOT-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-DUE-COUNT >= MAX-RX-DUE
               DISPLAY 'WARNING: due table full - EMP '
                   EMP-ID OF WS-RSD-REC ' not listed'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DUE-COUNT
           SET WS-DUE-IDX TO WS-DUE-COUNT
           MOVE EMP-ID OF WS-RSD-REC TO WS-DT-EMP-ID(WS-DUE-IDX)
           MOVE ROMAJI-NAME OF WS-RSD-REC TO WS-DT-NAME(WS-DUE-IDX)
           MOVE RES-STATUS-NAME OF WS-RSD-REC
               TO WS-DT-STATUS(WS-DUE-IDX)
           MOVE PERMIT-EXPIRY OF WS-RSD-REC
               TO WS-DT-EXPIRY(WS-DUE-IDX)
           MOVE WS-ET-DEPT(WS-EMP-IDX) TO WS-DT-DEPT(WS-DUE-IDX)
           MOVE WS-ET-MANAGER(WS-EMP-IDX)
               TO WS-DT-MANAGER(WS-DUE-IDX)

      *    Days left - negative once the period has run out
           MOVE 'D ' TO WS-DATE-OPERATION
           MOVE WS-ASOF TO WS-DATE-UTIL-D1
           MOVE PERMIT-EXPIRY OF WS-RSD-REC TO WS-DATE-UTIL-D2
           CALL 'DATE-UTIL' USING WS-DATE-OPERATION
                                  WS-DATE-UTIL-D1
                                  WS-DATE-UTIL-D2
                                  WS-DATE-UTIL-RESULT
                                  WS-DATE-UTIL-STATUS
           MOVE WS-DATE-UTIL-RESULT TO WS-DT-DAYS(WS-DUE-IDX)

           EVALUATE TRUE
               WHEN PERMIT-EXPIRY OF WS-RSD-REC < WS-ASOF
                   MOVE 0 TO WS-DT-BAND(WS-DUE-IDX)
                   ADD 1 TO WS-EXPIRED-COUNT
               WHEN PERMIT-EXPIRY OF WS-RSD-REC <= WS-HORIZON-30
                   MOVE 1 TO WS-DT-BAND(WS-DUE-IDX)
               WHEN PERMIT-EXPIRY OF WS-RSD-REC <= WS-HORIZON-60
                   MOVE 2 TO WS-DT-BAND(WS-DUE-IDX)
               WHEN OTHER
                   MOVE 3 TO WS-DT-BAND(WS-DUE-IDX)
           END-EVALUATE
           .

       PRINT-ONE-BAND.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           EVALUATE WS-PRINT-BAND
               WHEN 0
                   MOVE '*** EXPIRED - NOT PERMITTED TO WORK ***'
                       TO WS-RPT-LINE
               WHEN 1
                   MOVE 'EXPIRING WITHIN 30 DAYS' TO WS-RPT-LINE
               WHEN 2
                   MOVE 'EXPIRING WITHIN 60 DAYS' TO WS-RPT-LINE
               WHEN OTHER
                   MOVE 'EXPIRING WITHIN 90 DAYS' TO WS-RPT-LINE
           END-EVALUATE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'EMP-ID    NAME                 STATUS               '
                  'EXPIRY    DAYS   DEPT    MANAGER'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE 0 TO WS-BAND-COUNT
           PERFORM PRINT-ONE-DUE
               VARYING WS-DUE-IDX FROM 1 BY 1
               UNTIL WS-DUE-IDX > WS-DUE-COUNT
           IF WS-BAND-COUNT = 0
               MOVE '  (none)' TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-IF
           .

       PRINT-ONE-DUE.
           IF WS-DT-BAND(WS-DUE-IDX) NOT = WS-PRINT-BAND
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BAND-COUNT
           MOVE WS-DT-DAYS(WS-DUE-IDX) TO WS-DAYS-DISPLAY
           MOVE WS-DT-DEPT(WS-DUE-IDX) TO WS-DEPT-DISPLAY
           MOVE WS-DT-MANAGER(WS-DUE-IDX) TO WS-MGR-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-DT-EMP-ID(WS-DUE-IDX) ' '
                  WS-DT-NAME(WS-DUE-IDX) ' '
                  WS-DT-STATUS(WS-DUE-IDX) ' '
                  WS-DT-EXPIRY(WS-DUE-IDX) ' '
                  WS-DAYS-DISPLAY '  '
                  WS-DEPT-DISPLAY ' '
                  WS-MGR-DISPLAY
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

       END PROGRAM RESIDEXP.
