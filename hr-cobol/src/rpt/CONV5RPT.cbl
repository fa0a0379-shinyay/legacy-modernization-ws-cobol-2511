       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONV5RPT.
      ******************************************************************
      * CONV5RPT - Indefinite-Term Conversion Right Report
      * Purpose: Lists every employee on a current fixed-term
      *          contract who already holds the five-year conversion
      *          right, or whose right arises with the next renewal
      *          (a renewal as long as the current term), with the
      *          chain's start after any cooling-off reset, its total
      *          length and the day the right arose or would arise -
      *          totaled by CONTRACT-SVC TENURE. Re-engagements after
      *          retirement are outside the rule and not listed.
      *          Each listed employee is raised as a notice to the
      *          manager, who must state the right in the renewal
      *          terms and handle the request, once per right date.
      * Input: hr-cobol/data/contracts.dat (via CONTRACT-SVC)
      *        hr-cobol/data/employees.dat (via EMP-SVC)
      *        hr-cobol/data/departments.dat (via DEPT-SVC)
      * Output: Console report (DISPLAY)
      *         hr-cobol/data/notify.dat (via NOTIFY-SVC)
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME          PIC X(10) VALUE 'CONV5RPT'.
       01  WS-VERSION               PIC X(10) VALUE '1.0.0'.

      * Working storage for service calls
           COPY contr-req.
           COPY contr-res.
           COPY emp-req.
           COPY emp-res.
           COPY dept-req.
           COPY dept-res.

       01  WS-TODAY                 PIC 9(8).

       01  WS-SCAN-SW               PIC X.
           88  MORE-CONTRACTS           VALUE 'Y'.
           88  NO-MORE-CONTRACTS        VALUE 'N'.
       01  WS-CURSOR-EMP            PIC 9(9).
       01  WS-CURSOR-SEQ            PIC 9(3).

       01  WS-HELD-COUNT            PIC 9(5) VALUE 0.
       01  WS-NEXT-TERM-COUNT       PIC 9(5) VALUE 0.

      * Working storage for NOTIFY-SVC calls - the notices this run
      * raises into the outbox, and how many were already raised
           COPY ntf-req.
           COPY ntf-res.
       01  WS-NTF-QUEUED            PIC 9(5) VALUE 0.
       01  WS-NTF-SUPPRESSED        PIC 9(5) VALUE 0.
       01  WS-DISPLAY-EMP-ID        PIC Z(8)9.
       01  WS-DISPLAY-MONTHS        PIC ZZZ9.
       01  WS-DISPLAY-DAYS          PIC Z9.
       01  WS-COUNT-DISPLAY         PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY ' '
           DISPLAY '=========================================='
           DISPLAY 'INDEFINITE-TERM CONVERSION RIGHT REPORT'
           DISPLAY '=========================================='

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           DISPLAY 'Fixed-term chains as of ' WS-TODAY

           MOVE 0 TO WS-CURSOR-EMP
           MOVE 0 TO WS-CURSOR-SEQ
           SET MORE-CONTRACTS TO TRUE

           PERFORM CHECK-NEXT-CONTRACT UNTIL NO-MORE-CONTRACTS

           DISPLAY ' '
           MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Right already held:        ' WS-COUNT-DISPLAY
           MOVE WS-NEXT-TERM-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Right arising next term:   ' WS-COUNT-DISPLAY
           MOVE WS-NTF-QUEUED TO WS-COUNT-DISPLAY
           DISPLAY 'Notices queued:     ' WS-COUNT-DISPLAY
           MOVE WS-NTF-SUPPRESSED TO WS-COUNT-DISPLAY
           DISPLAY 'Already notified:   ' WS-COUNT-DISPLAY
           DISPLAY '=========================================='
           GOBACK
           .

      * CHECK-NEXT-CONTRACT: Steps the scan one term on; a current
      * fixed-term term has its chain totaled and is listed when the
      * right is held or arises with the next renewal.
       CHECK-NEXT-CONTRACT.
           INITIALIZE CONTRACT-SVC-REQ
           INITIALIZE CONTRACT-SVC-RES
           SET OP-SCAN OF CONTRACT-SVC-REQ TO TRUE
           MOVE 'CONV5RPT' TO USER-ID OF CONTRACT-SVC-REQ
           MOVE SPACES TO CORR-ID OF CONTRACT-SVC-REQ
           MOVE WS-CURSOR-EMP TO Q-EMP-ID OF CONTRACT-SVC-REQ
           MOVE WS-CURSOR-SEQ TO Q-CURSOR-SEQ OF CONTRACT-SVC-REQ

           CALL 'CONTRACT-SVC' USING CONTRACT-SVC-REQ CONTRACT-SVC-RES

           IF NOT OK OF CONTRACT-SVC-RES
               SET NO-MORE-CONTRACTS TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE EMP-ID OF OUT-CONTRACT OF CONTRACT-SVC-RES
               TO WS-CURSOR-EMP
           MOVE CONTRACT-SEQ OF OUT-CONTRACT OF CONTRACT-SVC-RES
               TO WS-CURSOR-SEQ

           IF NOT CONTRACT-CURRENT OF OUT-CONTRACT
                   OF CONTRACT-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF NOT CONTRACT-FIXED-TERM OF OUT-CONTRACT
                   OF CONTRACT-SVC-RES
               EXIT PARAGRAPH
           END-IF

           INITIALIZE CONTRACT-SVC-REQ
           INITIALIZE CONTRACT-SVC-RES
           SET OP-TENURE OF CONTRACT-SVC-REQ TO TRUE
           MOVE 'CONV5RPT' TO USER-ID OF CONTRACT-SVC-REQ
           MOVE SPACES TO CORR-ID OF CONTRACT-SVC-REQ
           MOVE WS-CURSOR-EMP TO Q-EMP-ID OF CONTRACT-SVC-REQ

           CALL 'CONTRACT-SVC' USING CONTRACT-SVC-REQ CONTRACT-SVC-RES

           IF NOT OK OF CONTRACT-SVC-RES
               DISPLAY 'WARNING: tenure for EMP ' WS-CURSOR-EMP
                   ' not totaled - '
                   STATUS-MSG OF CONTRACT-SVC-RES(1:60)
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN RIGHT-HELD OF CONTRACT-SVC-RES
                   ADD 1 TO WS-HELD-COUNT
               WHEN RIGHT-NEXT-TERM OF CONTRACT-SVC-RES
                   ADD 1 TO WS-NEXT-TERM-COUNT
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM PRINT-CONVERSION-RIGHT
           PERFORM NOTIFY-CONVERSION-RIGHT
           .

      * NOTIFY-CONVERSION-RIGHT: The manager renewing the contract
      * states the right in the renewal terms and takes the request,
      * keyed on the right date so it is raised once.
       NOTIFY-CONVERSION-RIGHT.
           INITIALIZE NOTIFY-SVC-REQ
           INITIALIZE NOTIFY-SVC-RES
           SET ROUTE-MANAGER OF NOTIFY-SVC-REQ TO TRUE
           SET NTF-CONVERSION-RIGHT OF IN-NOTIFY OF NOTIFY-SVC-REQ
               TO TRUE
           MOVE WS-CURSOR-EMP
               TO NTF-ABOUT-EMP-ID OF IN-NOTIFY OF NOTIFY-SVC-REQ
           MOVE OUT-RIGHT-DATE OF CONTRACT-SVC-RES
               TO NTF-DUE-DATE OF IN-NOTIFY OF NOTIFY-SVC-REQ
           IF RIGHT-HELD OF CONTRACT-SVC-RES
               STRING 'Indefinite-term conversion right held since '
                      OUT-RIGHT-DATE OF CONTRACT-SVC-RES
                   DELIMITED BY SIZE
                   INTO NTF-SUBJECT OF IN-NOTIFY OF NOTIFY-SVC-REQ
               STRING 'Employee ' WS-CURSOR-EMP
                      ' has passed five years of fixed-term '
                      'contracts and may ask for an indefinite '
                      'term before the term ends '
                      CONTRACT-END OF OUT-CONTRACT
                          OF CONTRACT-SVC-RES
                      '. Pass any request to HR.'
                   DELIMITED BY SIZE
                   INTO NTF-BODY OF IN-NOTIFY OF NOTIFY-SVC-REQ
           ELSE
               STRING 'Renewal from '
                      OUT-RIGHT-DATE OF CONTRACT-SVC-RES
                      ' gives the conversion right'
                   DELIMITED BY SIZE
                   INTO NTF-SUBJECT OF IN-NOTIFY OF NOTIFY-SVC-REQ
               STRING 'Renewing the contract of employee '
                      WS-CURSOR-EMP ' from '
                      OUT-RIGHT-DATE OF CONTRACT-SVC-RES
                      ' takes it past five years - the renewal '
                      'terms must state the right to ask for an '
                      'indefinite term.'
                   DELIMITED BY SIZE
                   INTO NTF-BODY OF IN-NOTIFY OF NOTIFY-SVC-REQ
           END-IF
           PERFORM RAISE-NOTICE
           .

      * RAISE-NOTICE: Queues the notice built in NOTIFY-SVC-REQ; one
      * already raised on an earlier run comes back 409 and is only
      * counted.
       RAISE-NOTICE.
           SET OP-QUEUE OF NOTIFY-SVC-REQ TO TRUE
           MOVE 'CONV5RPT' TO USER-ID OF NOTIFY-SVC-REQ
           MOVE SPACES TO CORR-ID OF NOTIFY-SVC-REQ
           MOVE 'CONV5RPT'
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

       PRINT-CONVERSION-RIGHT.
           MOVE WS-CURSOR-EMP TO WS-DISPLAY-EMP-ID
           MOVE OUT-TENURE-MONTHS OF CONTRACT-SVC-RES
               TO WS-DISPLAY-MONTHS
           MOVE OUT-TENURE-DAYS OF CONTRACT-SVC-RES
               TO WS-DISPLAY-DAYS
           DISPLAY ' '
           DISPLAY 'Emp ' WS-DISPLAY-EMP-ID
               '  Term '
               CONTRACT-START OF OUT-CONTRACT OF CONTRACT-SVC-RES
               '-'
               CONTRACT-END OF OUT-CONTRACT OF CONTRACT-SVC-RES
               '  Renewals: '
               RENEWAL-COUNT OF OUT-CONTRACT OF CONTRACT-SVC-RES
           DISPLAY '  Chain from '
               OUT-CHAIN-START OF CONTRACT-SVC-RES
               '  Total ' WS-DISPLAY-MONTHS ' months '
               WS-DISPLAY-DAYS ' days'
           IF RIGHT-HELD OF CONTRACT-SVC-RES
               DISPLAY '  *** RIGHT HELD SINCE '
                   OUT-RIGHT-DATE OF CONTRACT-SVC-RES ' ***'
           ELSE
               DISPLAY '  Right arises with renewal from '
                   OUT-RIGHT-DATE OF CONTRACT-SVC-RES
           END-IF

      *    Join the employee for name and department, then the
      *    department for its manager
           INITIALIZE EMP-SVC-REQ
           INITIALIZE EMP-SVC-RES
           MOVE 'F' TO OP-CODE OF EMP-SVC-REQ
           MOVE 'CONV5RPT' TO USER-ID OF EMP-SVC-REQ
           MOVE SPACES TO CORR-ID OF EMP-SVC-REQ
           MOVE WS-CURSOR-EMP TO Q-EMP-ID OF EMP-SVC-REQ

           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES

           IF NOT OK OF EMP-SVC-RES
               DISPLAY '  (employee record not resolved)'
               EXIT PARAGRAPH
           END-IF

           DISPLAY '  Name: '
               LAST-NAME OF OUT-EMP OF EMP-SVC-RES(1:15)
               ' '
               FIRST-NAME OF OUT-EMP OF EMP-SVC-RES(1:15)
           DISPLAY '  Dept: ' DEPT-ID OF OUT-EMP OF EMP-SVC-RES

           INITIALIZE DEPT-SVC-REQ
           INITIALIZE DEPT-SVC-RES
           MOVE 'F' TO OP-CODE OF DEPT-SVC-REQ
           MOVE 'CONV5RPT' TO USER-ID OF DEPT-SVC-REQ
           MOVE SPACES TO CORR-ID OF DEPT-SVC-REQ
           MOVE DEPT-ID OF OUT-EMP OF EMP-SVC-RES
               TO DEPT-ID OF IN-DEPT OF DEPT-SVC-REQ

           CALL 'DEPT-SVC' USING DEPT-SVC-REQ DEPT-SVC-RES

           IF OK OF DEPT-SVC-RES
               DISPLAY '  Dept Name: '
                   DEPT-NAME OF OUT-DEPT OF DEPT-SVC-RES(1:30)
               DISPLAY '  Manager:   '
                   MANAGER-EMP-ID OF OUT-DEPT OF DEPT-SVC-RES
           END-IF
           .

       END PROGRAM CONV5RPT.
