      * Purpose: Lists every leave balance on file - granted,
      *          carryover, taken, remaining and expiry - and flags
      *          balances whose unused days expire within 90 days of
      *          today, so nobody forfeits leave unnoticed. Each
      *          flagged balance is raised as a notice to the
      *          employee through the notification outbox, once per
      *          expiry date.
      * Input: hr-cobol/data/leavebal.dat (via LEAVE-SVC)
      * Output: Console report (DISPLAY)
      *         hr-cobol/data/notify.dat (via NOTIFY-SVC)
      ******************************************************************

       ENVIRONMENT DIVISION.

       78  EXPIRY-WARNING-DAYS      VALUE 90.

      * Working storage for NOTIFY-SVC calls - the notices this run
      * raises into the outbox, and how many were already raised
           COPY ntf-req.
           COPY ntf-res.
       01  WS-NTF-QUEUED           PIC 9(5) VALUE 0.
       01  WS-NTF-SUPPRESSED       PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'Balances reported:  ' WS-COUNT-DISPLAY
           MOVE WS-EXPIRING-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Expiring within 90 days: ' WS-COUNT-DISPLAY
           MOVE WS-NTF-QUEUED TO WS-COUNT-DISPLAY
           DISPLAY 'Notices queued:     ' WS-COUNT-DISPLAY
           MOVE WS-NTF-SUPPRESSED TO WS-COUNT-DISPLAY
           DISPLAY 'Already notified:   ' WS-COUNT-DISPLAY
           DISPLAY '=========================================='
           GOBACK
           .
                   ADD 1 TO WS-EXPIRING-COUNT
                   DISPLAY '  *** EXPIRES WITHIN 90 DAYS - '
                       'DAYS WILL BE FORFEITED ***'
                   PERFORM NOTIFY-LEAVE-EXPIRY
               END-IF
           END-IF
           .

      * NOTIFY-LEAVE-EXPIRY: The employee is told the days they are
      * about to lose, keyed on the expiry date so it is raised once.
       NOTIFY-LEAVE-EXPIRY.
           INITIALIZE NOTIFY-SVC-REQ
           INITIALIZE NOTIFY-SVC-RES
           SET ROUTE-EMPLOYEE OF NOTIFY-SVC-REQ TO TRUE
           SET NTF-LEAVE-EXPIRY OF IN-NOTIFY OF NOTIFY-SVC-REQ
               TO TRUE
           MOVE EMP-ID OF OUT-LEAVEBAL OF LEAVE-SVC-RES
               TO NTF-ABOUT-EMP-ID OF IN-NOTIFY OF NOTIFY-SVC-REQ
           MOVE EXPIRY-DATE OF OUT-LEAVEBAL OF LEAVE-SVC-RES
               TO NTF-DUE-DATE OF IN-NOTIFY OF NOTIFY-SVC-REQ
           STRING 'Paid leave expires '
                  EXPIRY-DATE OF OUT-LEAVEBAL OF LEAVE-SVC-RES
                  ' -' WS-DISPLAY-REMAIN ' days unused'
               DELIMITED BY SIZE
               INTO NTF-SUBJECT OF IN-NOTIFY OF NOTIFY-SVC-REQ
           STRING 'Your paid leave granted in ' WS-CURSOR-YEAR
                  ' has' WS-DISPLAY-REMAIN ' days left, which are '
                  'forfeited on '
                  EXPIRY-DATE OF OUT-LEAVEBAL OF LEAVE-SVC-RES
                  '. Please plan them with your manager.'
               DELIMITED BY SIZE
               INTO NTF-BODY OF IN-NOTIFY OF NOTIFY-SVC-REQ
           PERFORM RAISE-NOTICE
           .
      * RAISE-NOTICE: Queues the notice built in NOTIFY-SVC-REQ; one
      * already raised on an earlier run comes back 409 and is only
      * counted.
       RAISE-NOTICE.
           SET OP-QUEUE OF NOTIFY-SVC-REQ TO TRUE
           MOVE 'LEAVERPT' TO USER-ID OF NOTIFY-SVC-REQ
           MOVE SPACES TO CORR-ID OF NOTIFY-SVC-REQ
           MOVE 'LEAVERPT'
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

       END PROGRAM LEAVERPT.
