      *          re-engagement window to 65, so a retirement date
      *          never again arrives unnoticed. The guided
      *          retirement operation in HRMENU handles the date
      *          itself. Each retirement listed is raised as a
      *          notice to the employee's manager through the
      *          notification outbox, once per retirement date.
      * Input: hr-cobol/data/employees.dat
      * Output: hr-cobol/data/reports/RETFCST_<generation>.rpt
      *         (via RPT-PRINT)
      *         hr-cobol/data/notify.dat (via NOTIFY-SVC)
      * Parm: RETFCST_ASOF environment variable (YYYYMMDD, default
      *       today)
      ******************************************************************
       01  WS-COUNT-DISPLAY        PIC ZZ,ZZ9.
       01  WS-EMP-ID-DISPLAY       PIC 9(9).

      * Working storage for NOTIFY-SVC calls - the notices this run
      * raises into the outbox, and how many were already raised
           COPY ntf-req.
           COPY ntf-res.
       01  WS-NTF-QUEUED           PIC 9(5) VALUE 0.
       01  WS-NTF-SUPPRESSED       PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           MOVE WS-LISTED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Retirements within 12 months: '
               WS-COUNT-DISPLAY
           MOVE WS-NTF-QUEUED TO WS-COUNT-DISPLAY
           DISPLAY 'Notices queued:     ' WS-COUNT-DISPLAY
           MOVE WS-NTF-SUPPRESSED TO WS-COUNT-DISPLAY
           DISPLAY 'Already notified:   ' WS-COUNT-DISPLAY
           STOP RUN
           .

                  '  DEPT ' DEPT-ID OF WS-EMP-REC
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           PERFORM NOTIFY-RETIREMENT
           .

      * NOTIFY-RETIREMENT: The manager is told a year ahead, keyed
      * on the retirement date so it is raised once.
       NOTIFY-RETIREMENT.
           INITIALIZE NOTIFY-SVC-REQ
           INITIALIZE NOTIFY-SVC-RES
           SET ROUTE-MANAGER OF NOTIFY-SVC-REQ TO TRUE
           SET NTF-RETIREMENT OF IN-NOTIFY OF NOTIFY-SVC-REQ TO TRUE
           MOVE EMP-ID OF WS-EMP-REC
               TO NTF-ABOUT-EMP-ID OF IN-NOTIFY OF NOTIFY-SVC-REQ
           MOVE WS-RETIRE-DATE
               TO NTF-DUE-DATE OF IN-NOTIFY OF NOTIFY-SVC-REQ
           STRING 'Mandatory retirement on ' WS-RETIRE-DATE
                  ' - employee ' WS-EMP-ID-DISPLAY
               DELIMITED BY SIZE
               INTO NTF-SUBJECT OF IN-NOTIFY OF NOTIFY-SVC-REQ
           STRING 'Employee ' WS-EMP-ID-DISPLAY
                  ' reaches retirement age on ' WS-RETIRE-DATE
                  '. Re-engagement is possible to ' WS-REENGAGE-END
                  '; please agree their wishes with HR in advance.'
               DELIMITED BY SIZE
               INTO NTF-BODY OF IN-NOTIFY OF NOTIFY-SVC-REQ
           PERFORM RAISE-NOTICE
           .
      * RAISE-NOTICE: Queues the notice built in NOTIFY-SVC-REQ; one
      * already raised on an earlier run comes back 409 and is only
      * counted.
       RAISE-NOTICE.
           SET OP-QUEUE OF NOTIFY-SVC-REQ TO TRUE
           MOVE 'RETFCST' TO USER-ID OF NOTIFY-SVC-REQ
           MOVE SPACES TO CORR-ID OF NOTIFY-SVC-REQ
           MOVE 'RETFCST'
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

      * OPEN-PRINT-FILE / EMIT-PRINT-LINE / CLOSE-PRINT-FILE: the
