       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESIDHRS.
      ******************************************************************
      * RESIDHRS - Weekly Hours Check for Capped Residence Statuses
      * Purpose: Employees whose residence status only permits work
      *          up to a weekly cap (the 28-hour rule, or whatever
      *          cap the residence record carries) are checked
      *          against their timecards for every 7-day run in the
      *          week ending on the check date and the week before
      *          it - the cap applies to any seven consecutive days,
      *          not only to the payroll week. Each capped employee
      *          prints with their heaviest 7-day total; anyone over
      *          prints flagged with the manager who must act.
      * Input: hr-cobol/data/residence.dat
      *        hr-cobol/data/timecards.dat
      *        hr-cobol/data/employees.dat
      * Output: hr-cobol/data/reports/RESIDHRS.rpt (via RPT-PRINT)
      * Parm: RESIDHRS_DATE environment variable (YYYYMMDD, the last
      *       day checked, default today)
      * Return code: 0 all within cap, 4 anyone over, 8 file error
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMECARD-FILE
               ASSIGN TO 'hr-cobol/data/timecards.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TC-FILE-STATUS.

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
       FD  TIMECARD-FILE.
       01  TIMECARD-RECORD         PIC X(200).

       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD         PIC X(1000).

       FD  RESID-FILE.
       01  RESID-RECORD            PIC X(200).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'RESIDHRS'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

       01  WS-TC-FILE-STATUS       PIC XX.
           88  TC-FILE-OK              VALUE '00'.
           88  TC-FILE-EOF             VALUE '10'.
           88  TC-FILE-NOT-FOUND       VALUE '35'.
       01  WS-EMP-FILE-STATUS      PIC XX.
           88  EMP-FILE-OK             VALUE '00'.
           88  EMP-FILE-EOF            VALUE '10'.
           88  EMP-FILE-NOT-FOUND      VALUE '35'.
       01  WS-RSD-FILE-STATUS      PIC XX.
           88  RSD-FILE-OK             VALUE '00'.
           88  RSD-FILE-EOF            VALUE '10'.
           88  RSD-FILE-NOT-FOUND      VALUE '35'.

       01  WS-TC-REC.
           COPY timecard REPLACING ==05== BY ==10==.
       01  WS-EMP-REC.
           COPY employee REPLACING ==05== BY ==10==.
       01  WS-RSD-REC.
           COPY residence REPLACING ==05== BY ==10==.

      * Print-file plumbing
       01  WS-RPT-OP               PIC X.
       01  WS-RPT-NAME             PIC X(8)  VALUE 'RESIDHRS'.
       01  WS-RPT-TITLE            PIC X(40)
           VALUE 'CAPPED RESIDENCE STATUS WEEKLY HOURS'.
       01  WS-RPT-OPERATOR         PIC X(16).
       01  WS-RPT-LINE             PIC X(100).
       01  WS-RPT-STATUS           PIC 9.

      * Working storage for DATE-UTIL calls
       01  WS-DATE-OPERATION       PIC X(2).
       01  WS-DATE-UTIL-D1         PIC 9(8).
       01  WS-DATE-UTIL-D2         PIC 9(8).
       01  WS-DATE-UTIL-RESULT     PIC S9(9).
       01  WS-DATE-UTIL-STATUS     PIC 9.

       01  WS-ENV-DATE             PIC X(10).
       01  WS-END-DATE             PIC 9(8) VALUE 0.
       01  WS-END-DATE-PARTS REDEFINES WS-END-DATE.
           05  WS-END-YYYY         PIC 9(4).
           05  WS-END-MM           PIC 9(2).
           05  WS-END-DD           PIC 9(2).
      * Cards before the prior month cannot fall in the window, so
      * only cards on or after this date need their day count taken
       01  WS-CARD-FLOOR           PIC 9(8).

      * Thirteen days end to end: slot 13 is the check date, slot 1
      * twelve days before it; the seven 7-day runs start at slots
      * 1 through 7
       78  WINDOW-DAYS             VALUE 13.
       01  WS-SLOT                 PIC 99.
       01  WS-RUN-START            PIC 99.
       01  WS-RUN-HOURS            PIC 9(3)V99.

      * In-service employees, in EMP-ID order
       78  MAX-RH-EMPS             VALUE 5000.
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

      * Capped employees, in EMP-ID order as the residence file
      * arrives, with the hours worked on each day of the window
       78  MAX-CAPPED              VALUE 1000.
       01  WS-CAP-COUNT            PIC 9(4) VALUE 0.
       01  WS-CAP-TABLE.
           05  WS-CAP-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-CAP-COUNT
                   ASCENDING KEY IS WS-CT-EMP-ID
                   INDEXED BY WS-CAP-IDX.
               10  WS-CT-EMP-ID    PIC 9(9).
               10  WS-CT-NAME      PIC X(20).
               10  WS-CT-CAP       PIC 9(2)V99.
               10  WS-CT-MANAGER   PIC 9(9).
               10  WS-CT-PEAK      PIC 9(3)V99.
               10  WS-CT-PEAK-FROM PIC 9(8).
               10  WS-CT-DAY-HRS   PIC 9(2)V99 OCCURS 13 TIMES.
       01  WS-CAP-FOUND-SW         PIC X.
           88  CAP-ENTRY-FOUND         VALUE 'Y'.
           88  CAP-ENTRY-NOT-FOUND     VALUE 'N'.

       01  WS-DAYS-BACK            PIC S9(9).
       01  WS-RUN-FROM-DATE        PIC 9(8).
       01  WS-HRS-DISPLAY          PIC ZZ9.99.
       01  WS-CAP-DISPLAY          PIC Z9.99.
       01  WS-MGR-DISPLAY          PIC Z(8)9.
       01  WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.
       01  WS-OVER-COUNT           PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'RESIDHRS - Capped Status Weekly Hours v'
               WS-VERSION

           ACCEPT WS-ENV-DATE FROM ENVIRONMENT 'RESIDHRS_DATE'
           IF WS-ENV-DATE(1:8) IS NUMERIC
               MOVE WS-ENV-DATE(1:8) TO WS-END-DATE
           END-IF
           IF WS-END-DATE = 0
               ACCEPT WS-END-DATE FROM DATE YYYYMMDD
           END-IF

      *    Same day of the month before; January reaches back to
      *    December of the year before
           IF WS-END-MM = 1
               COMPUTE WS-CARD-FLOOR = WS-END-DATE - 8900
           ELSE
               COMPUTE WS-CARD-FLOOR = WS-END-DATE - 100
           END-IF

           DISPLAY 'Checking the 13 days ending ' WS-END-DATE

           PERFORM LOAD-EMPLOYEES
           PERFORM LOAD-CAPPED-EMPLOYEES
           IF WS-CAP-COUNT > 0
               PERFORM ACCUMULATE-HOURS
           END-IF

           PERFORM OPEN-PRINT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ANY 7 CONSECUTIVE DAYS IN THE 13 ENDING '
                  WS-END-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING '              EMP-ID    NAME                  PEAK  '
                  ' CAP  7 DAYS FROM  MANAGER'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           IF WS-CAP-COUNT = 0
               MOVE '  (no employees on a capped status)'
                   TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-IF
           PERFORM JUDGE-ONE-EMPLOYEE
               VARYING WS-CAP-IDX FROM 1 BY 1
               UNTIL WS-CAP-IDX > WS-CAP-COUNT

           PERFORM CLOSE-PRINT-FILE

           MOVE WS-CAP-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Capped employees:   ' WS-COUNT-DISPLAY
           MOVE WS-OVER-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Over the cap:       ' WS-COUNT-DISPLAY
           IF WS-OVER-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       LOAD-EMPLOYEES.
           MOVE 0 TO WS-EMP-COUNT

           OPEN INPUT EMPLOYEE-FILE
           IF NOT EMP-FILE-OK
               DISPLAY 'ERROR: Cannot open employee file.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL EMP-FILE-EOF OR WS-EMP-COUNT >= MAX-RH-EMPS
               READ EMPLOYEE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE EMPLOYEE-RECORD TO WS-EMP-REC
                       IF VALID-TO OF WS-EMP-REC = OPEN-ENDED-DATE
                               AND NOT TERMINATED OF WS-EMP-REC
                           ADD 1 TO WS-EMP-COUNT
                           MOVE EMP-ID OF WS-EMP-REC
                               TO WS-ET-EMP-ID(WS-EMP-COUNT)
                           MOVE DEPT-ID OF WS-EMP-REC
                               TO WS-ET-DEPT(WS-EMP-COUNT)
                           MOVE MANAGER-EMP-ID OF WS-EMP-REC
                               TO WS-ET-MANAGER(WS-EMP-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EMPLOYEE-FILE
           .

      * LOAD-CAPPED-EMPLOYEES: Active residence records whose status
      * carries a weekly cap, for employees still in service.
       LOAD-CAPPED-EMPLOYEES.
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
                               AND ACTIVITY-CAPPED OF WS-RSD-REC
                           PERFORM TAKE-CAPPED-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RESID-FILE
           .

       TAKE-CAPPED-EMPLOYEE.
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
           IF WS-CAP-COUNT >= MAX-CAPPED
               DISPLAY 'WARNING: capped table full - EMP '
                   EMP-ID OF WS-RSD-REC ' not checked'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CAP-COUNT
           SET WS-CAP-IDX TO WS-CAP-COUNT
           INITIALIZE WS-CAP-ENTRY(WS-CAP-IDX)
           MOVE EMP-ID OF WS-RSD-REC TO WS-CT-EMP-ID(WS-CAP-IDX)
           MOVE ROMAJI-NAME OF WS-RSD-REC TO WS-CT-NAME(WS-CAP-IDX)
           MOVE WEEKLY-CAP-HOURS OF WS-RSD-REC
               TO WS-CT-CAP(WS-CAP-IDX)
           MOVE WS-ET-MANAGER(WS-EMP-IDX)
               TO WS-CT-MANAGER(WS-CAP-IDX)
           .

      * ACCUMULATE-HOURS: Regular plus overtime hours of each card
      * dated inside the window go to that day's slot.
       ACCUMULATE-HOURS.
           OPEN INPUT TIMECARD-FILE
           IF TC-FILE-NOT-FOUND
               DISPLAY 'No timecards on file.'
               EXIT PARAGRAPH
           END-IF
           IF NOT TC-FILE-OK
               DISPLAY 'ERROR: Cannot open timecard file.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL TC-FILE-EOF
               READ TIMECARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TIMECARD-RECORD TO WS-TC-REC
                       IF WORK-DATE OF WS-TC-REC <= WS-END-DATE
                               AND WORK-DATE OF WS-TC-REC
                                   >= WS-CARD-FLOOR
                           PERFORM FOLD-ONE-CARD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TIMECARD-FILE
           .

       FOLD-ONE-CARD.
           SET CAP-ENTRY-NOT-FOUND TO TRUE
           SEARCH ALL WS-CAP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CT-EMP-ID(WS-CAP-IDX) = EMP-ID OF WS-TC-REC
                   SET CAP-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF CAP-ENTRY-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           MOVE 'D ' TO WS-DATE-OPERATION
           MOVE WORK-DATE OF WS-TC-REC TO WS-DATE-UTIL-D1
           MOVE WS-END-DATE TO WS-DATE-UTIL-D2
           CALL 'DATE-UTIL' USING WS-DATE-OPERATION
                                  WS-DATE-UTIL-D1
                                  WS-DATE-UTIL-D2
                                  WS-DATE-UTIL-RESULT
                                  WS-DATE-UTIL-STATUS
           IF WS-DATE-UTIL-STATUS NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-UTIL-RESULT TO WS-DAYS-BACK
           IF WS-DAYS-BACK < 0 OR WS-DAYS-BACK >= WINDOW-DAYS
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-SLOT = WINDOW-DAYS - WS-DAYS-BACK
           ADD REGULAR-HOURS OF WS-TC-REC
               OVERTIME-HOURS OF WS-TC-REC
               TO WS-CT-DAY-HRS(WS-CAP-IDX WS-SLOT)
           .

      * JUDGE-ONE-EMPLOYEE: The heaviest of the seven 7-day runs
      * against the employee's cap.
       JUDGE-ONE-EMPLOYEE.
           PERFORM SUM-ONE-RUN
               VARYING WS-RUN-START FROM 1 BY 1
               UNTIL WS-RUN-START > WINDOW-DAYS - 6

      *    First day of the heaviest run, for the manager's follow-up
           COMPUTE WS-DAYS-BACK =
               WINDOW-DAYS - WS-CT-PEAK-FROM(WS-CAP-IDX)
           MOVE WS-END-DATE TO WS-RUN-FROM-DATE
           PERFORM STEP-BACK-ONE-DAY WS-DAYS-BACK TIMES

           MOVE WS-CT-PEAK(WS-CAP-IDX) TO WS-HRS-DISPLAY
           MOVE WS-CT-CAP(WS-CAP-IDX) TO WS-CAP-DISPLAY
           MOVE WS-CT-MANAGER(WS-CAP-IDX) TO WS-MGR-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           IF WS-CT-PEAK(WS-CAP-IDX) > WS-CT-CAP(WS-CAP-IDX)
               ADD 1 TO WS-OVER-COUNT
               STRING '*** OVER CAP  '
                      WS-CT-EMP-ID(WS-CAP-IDX) ' '
                      WS-CT-NAME(WS-CAP-IDX) ' '
                      WS-HRS-DISPLAY ' ' WS-CAP-DISPLAY '  '
                      WS-RUN-FROM-DATE '     '
                      WS-MGR-DISPLAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING '              '
                      WS-CT-EMP-ID(WS-CAP-IDX) ' '
                      WS-CT-NAME(WS-CAP-IDX) ' '
                      WS-HRS-DISPLAY ' ' WS-CAP-DISPLAY '  '
                      WS-RUN-FROM-DATE '     '
                      WS-MGR-DISPLAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM EMIT-PRINT-LINE
           .

       SUM-ONE-RUN.
           MOVE 0 TO WS-RUN-HOURS
           PERFORM VARYING WS-SLOT FROM WS-RUN-START BY 1
                   UNTIL WS-SLOT > WS-RUN-START + 6
               ADD WS-CT-DAY-HRS(WS-CAP-IDX WS-SLOT) TO WS-RUN-HOURS
           END-PERFORM
           IF WS-RUN-HOURS > WS-CT-PEAK(WS-CAP-IDX)
                   OR WS-CT-PEAK-FROM(WS-CAP-IDX) = 0
               MOVE WS-RUN-HOURS TO WS-CT-PEAK(WS-CAP-IDX)
               MOVE WS-RUN-START TO WS-CT-PEAK-FROM(WS-CAP-IDX)
           END-IF
           .

      * STEP-BACK-ONE-DAY: DATE-UTIL only adds forward, so walk the
      * calendar back by hand.
       STEP-BACK-ONE-DAY.
           IF WS-RUN-FROM-DATE(7:2) NOT = '01'
               SUBTRACT 1 FROM WS-RUN-FROM-DATE
               EXIT PARAGRAPH
           END-IF
      *    First of the month: go to the 31st of the month before
      *    and step down until it validates
           IF WS-RUN-FROM-DATE(5:2) = '01'
               COMPUTE WS-RUN-FROM-DATE = WS-RUN-FROM-DATE - 8870
           ELSE
               COMPUTE WS-RUN-FROM-DATE = WS-RUN-FROM-DATE - 70
           END-IF
           MOVE 'V ' TO WS-DATE-OPERATION
           MOVE 1 TO WS-DATE-UTIL-STATUS
           PERFORM UNTIL WS-DATE-UTIL-STATUS = 0
               MOVE WS-RUN-FROM-DATE TO WS-DATE-UTIL-D1
               CALL 'DATE-UTIL' USING WS-DATE-OPERATION
                                      WS-DATE-UTIL-D1
                                      WS-DATE-UTIL-D2
                                      WS-DATE-UTIL-RESULT
                                      WS-DATE-UTIL-STATUS
               IF WS-DATE-UTIL-STATUS NOT = 0
                   SUBTRACT 1 FROM WS-RUN-FROM-DATE
               END-IF
           END-PERFORM
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

       END PROGRAM RESIDHRS.
