      *          with the months remaining until their grant
      *          anniversary, department and manager shown, so HR
      *          chases the worst cases before the deadline - run
      *          mid-year and again at year-end. Planned leave days
      *          the company designated (PLNLEAVE) count as taken
      *          and are shown as the planned part of the figure.
      *          Each shortfall is raised as a notice to the
      *          employee's manager through the notification outbox,
      *          once per grant year.
      * Input: hr-cobol/data/leavebal.dat
      *        hr-cobol/data/employees.dat
      * Output: hr-cobol/data/reports/LEAVE5_<generation>.rpt
      *         (via RPT-PRINT)
      *         hr-cobol/data/notify.dat (via NOTIFY-SVC)
      * Parm: LEAVE5_ASOF environment variable (YYYYMMDD, default
      *       today)
      ******************************************************************
       01  WS-COUNT-DISPLAY        PIC ZZ,ZZ9.
       01  WS-EMP-ID-DISPLAY       PIC 9(9).
       01  WS-TAKEN-DISPLAY        PIC ZZ9.9.
       01  WS-PLANNED-DISPLAY      PIC Z9.9.
       01  WS-DEPT-DISPLAY         PIC Z(5)9.
       01  WS-MONTHS-DISPLAY       PIC Z9.

      * Working storage for NOTIFY-SVC calls - the notices this run
      * raises into the outbox, and how many were already raised
           COPY ntf-req.
           COPY ntf-res.
       01  WS-NTF-QUEUED           PIC 9(5) VALUE 0.
       01  WS-NTF-SUPPRESSED       PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

           MOVE WS-SHORT-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Employees short of the floor: '
               WS-COUNT-DISPLAY
           MOVE WS-NTF-QUEUED TO WS-COUNT-DISPLAY
           DISPLAY 'Notices queued:     ' WS-COUNT-DISPLAY
           MOVE WS-NTF-SUPPRESSED TO WS-COUNT-DISPLAY
           DISPLAY 'Already notified:   ' WS-COUNT-DISPLAY
           IF WS-SHORT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE EMP-ID OF WS-LVB-REC TO WS-EMP-ID-DISPLAY
           MOVE TAKEN-DAYS OF WS-LVB-REC TO WS-TAKEN-DISPLAY
      *    Grants recorded before planned days were kept hold spaces
           IF PLANNED-DAYS OF WS-LVB-REC IS NUMERIC
               MOVE PLANNED-DAYS OF WS-LVB-REC TO WS-PLANNED-DISPLAY
           ELSE
               MOVE 0 TO WS-PLANNED-DISPLAY
           END-IF
           MOVE WS-THIS-DEPT TO WS-DEPT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'EMP ' WS-EMP-ID-DISPLAY
                  ' DEPT ' WS-DEPT-DISPLAY
                  ' TAKEN ' WS-TAKEN-DISPLAY
                  ' (PLANNED ' WS-PLANNED-DISPLAY ')'
                  ' OF 5  MONTHS LEFT ' WS-MONTHS-LEFT
                  ' MGR ' WS-THIS-MANAGER
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           PERFORM NOTIFY-LEAVE-SHORTFALL
           .

      * NOTIFY-LEAVE-SHORTFALL: The manager is asked to get the
      * remaining days taken, keyed on the grant anniversary so it is
      * raised once per grant year.
       NOTIFY-LEAVE-SHORTFALL.
           MOVE WS-MONTHS-LEFT TO WS-MONTHS-DISPLAY
           INITIALIZE NOTIFY-SVC-REQ
           INITIALIZE NOTIFY-SVC-RES
           SET ROUTE-MANAGER OF NOTIFY-SVC-REQ TO TRUE
           SET NTF-LEAVE-SHORTFALL OF IN-NOTIFY OF NOTIFY-SVC-REQ
               TO TRUE
           MOVE EMP-ID OF WS-LVB-REC
               TO NTF-ABOUT-EMP-ID OF IN-NOTIFY OF NOTIFY-SVC-REQ
           MOVE WS-ANNIV-DATE
               TO NTF-DUE-DATE OF IN-NOTIFY OF NOTIFY-SVC-REQ
           STRING 'Five-day annual leave shortfall - employee '
                  WS-EMP-ID-DISPLAY
               DELIMITED BY SIZE
               INTO NTF-SUBJECT OF IN-NOTIFY OF NOTIFY-SVC-REQ
           STRING 'Employee ' WS-EMP-ID-DISPLAY ' has taken'
                  WS-TAKEN-DISPLAY ' of the 5 statutory leave days;'
                  ' the grant year ends ' WS-ANNIV-DATE ' ('
                  WS-MONTHS-DISPLAY ' months left). Please arrange '
                  'the remaining days.'
               DELIMITED BY SIZE
               INTO NTF-BODY OF IN-NOTIFY OF NOTIFY-SVC-REQ
           PERFORM RAISE-NOTICE
           .

      * RAISE-NOTICE: Queues the notice built in NOTIFY-SVC-REQ; one
      * already raised on an earlier run comes back 409 and is only
      * counted.
       RAISE-NOTICE.
           SET OP-QUEUE OF NOTIFY-SVC-REQ TO TRUE
           MOVE 'LEAVE5' TO USER-ID OF NOTIFY-SVC-REQ
           MOVE SPACES TO CORR-ID OF NOTIFY-SVC-REQ
           MOVE 'LEAVE5'
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
