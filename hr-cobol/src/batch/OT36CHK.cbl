      *          everyone over the 45-hour monthly or 360-hour
      *          annual cap - with the manager shown - and closes
      *          with a department summary for the inspection file.
      *          Everyone past a line is raised as a notice to their
      *          manager through the notification outbox - once per
      *          month for the warning, and once more should the
      *          same month go over the cap.
      * Input: hr-cobol/data/timecards.dat
      *        hr-cobol/data/employees.dat
      * Output: hr-cobol/data/reports/OT36CHK.rpt (via RPT-PRINT)
      *         hr-cobol/data/notify.dat (via NOTIFY-SVC)
      * Parm: OT36CHK_MONTH environment variable (YYYYMM, default
      *       the current month)
      ******************************************************************
       01  WS-EMP-ID-DISPLAY       PIC 9(9).
       01  WS-DEPT-DISPLAY         PIC Z(5)9.

      * Working storage for NOTIFY-SVC calls - the notices this run
      * raises into the outbox, and how many were already raised
           COPY ntf-req.
           COPY ntf-res.
       01  WS-NTF-QUEUED           PIC 9(5) VALUE 0.
       01  WS-NTF-SUPPRESSED       PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'Past early warning: ' WS-COUNT-DISPLAY
           MOVE WS-OVER-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Over the cap:       ' WS-COUNT-DISPLAY
           MOVE WS-NTF-QUEUED TO WS-COUNT-DISPLAY
           DISPLAY 'Notices queued:     ' WS-COUNT-DISPLAY
           MOVE WS-NTF-SUPPRESSED TO WS-COUNT-DISPLAY
           DISPLAY 'Already notified:   ' WS-COUNT-DISPLAY
           IF WS-OVER-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM EMIT-PRINT-LINE
           PERFORM NOTIFY-OVERTIME
           .

      * NOTIFY-OVERTIME: The manager is told of the hours, keyed on
      * the first of the month checked - the warning and the
      * over-cap notice are separate events, so an escalation within
      * the month is still raised.
       NOTIFY-OVERTIME.
           INITIALIZE NOTIFY-SVC-REQ
           INITIALIZE NOTIFY-SVC-RES
           SET ROUTE-MANAGER OF NOTIFY-SVC-REQ TO TRUE
           MOVE WS-OT-EMP-ID(WS-OT-IDX)
               TO NTF-ABOUT-EMP-ID OF IN-NOTIFY OF NOTIFY-SVC-REQ
           COMPUTE NTF-DUE-DATE OF IN-NOTIFY OF NOTIFY-SVC-REQ =
               WS-MONTH * 100 + 1
           IF WS-OT-MONTH-HRS(WS-OT-IDX) > MONTHLY-OT-CAP
                   OR WS-OT-YEAR-HRS(WS-OT-IDX) > ANNUAL-OT-CAP
               SET NTF-OT-OVER-CAP OF IN-NOTIFY OF NOTIFY-SVC-REQ
                   TO TRUE
               STRING 'Overtime over the 36-agreement cap - '
                      WS-MONTH ' employee ' WS-EMP-ID-DISPLAY
                   DELIMITED BY SIZE
                   INTO NTF-SUBJECT OF IN-NOTIFY OF NOTIFY-SVC-REQ
           ELSE
               SET NTF-OT-WARNING OF IN-NOTIFY OF NOTIFY-SVC-REQ
                   TO TRUE
               STRING 'Overtime nearing the 36-agreement cap - '
                      WS-MONTH ' employee ' WS-EMP-ID-DISPLAY
                   DELIMITED BY SIZE
                   INTO NTF-SUBJECT OF IN-NOTIFY OF NOTIFY-SVC-REQ
           END-IF
           STRING 'Employee ' WS-EMP-ID-DISPLAY ' worked'
                  WS-HRS-DISPLAY ' overtime hours in ' WS-MONTH
                  ' and' WS-HRS-DISPLAY-2 ' in the rolling year ('
                  'caps 45 a month, 360 a year). Please adjust the '
                  'workload and hold the follow-up interview.'
               DELIMITED BY SIZE
               INTO NTF-BODY OF IN-NOTIFY OF NOTIFY-SVC-REQ
           PERFORM RAISE-NOTICE
           .
      * RAISE-NOTICE: Queues the notice built in NOTIFY-SVC-REQ; one
      * already raised on an earlier run comes back 409 and is only
      * counted.
       RAISE-NOTICE.
           SET OP-QUEUE OF NOTIFY-SVC-REQ TO TRUE
           MOVE 'OT36CHK' TO USER-ID OF NOTIFY-SVC-REQ
           MOVE SPACES TO CORR-ID OF NOTIFY-SVC-REQ
           MOVE 'OT36CHK'
               TO NTF-SOURCE-JOB OF IN-NOTIFY OF NOTIFY-SVC-REQ

           CALL 'NOTIFY-SVC' USING NOTIFY-SVC-REQ NOTIFY-SVC-RES

           EVALUATE TRUE
               WHEN OK OF NOTIFY-SVC-RES
                   ADD 1 TO WS-NTF-QUEUED
               WHEN CONFLICT OF NOTIFY-SVC-RES
                   ADD 1 TO WS-NTF-SUPPRESSED
               WHEN OTHER
                   DISPLAY 'WARNING: notice about EMP '
                       NTF-ABOUT-EMP-ID OF IN-NOTIFY OF NOTIFY-SVC-REQ
                       ' not queued - '
                       STATUS-MSG OF NOTIFY-SVC-RES(1:60)
           END-EVALUATE
           .

       RESOLVE-EMP-DETAILS.
