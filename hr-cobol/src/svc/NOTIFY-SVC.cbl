       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFY-SVC.
      ******************************************************************
      * NOTIFY-SVC - Notification Outbox Service
      * Purpose: The shared outbox the monitoring batches (CONTRPT,
      *          CONV5RPT, LEAVERPT, LEAVE5, OT36CHK, RETFCST) raise
      *          notices into instead of HR forwarding their reports
      *          by hand. QUEUE addresses a notice to the employee or
      *          to the manager responsible - the employee's
      *          MANAGER-EMP-ID, else the department manager, else
      *          the HR mailbox - and suppresses one already raised
      *          for the same event, employee, due date and
      *          recipient. NTFMAIL hands queued notices to the mail
      *          gateway and reads the delivery results back.
      * Operations: QUEUE, FIND, LIST, MARK-EXTRACTED,
      *             RECORD-DELIVERY
      * Pre: Valid request with OP-CODE, USER-ID, CORR-ID
      * Post: Response with STATUS-CODE-N and STATUS-MSG
      * Note: NOTIFY-FILE is owned by this service directly, the way
      *       PLNLV-SVC owns planlv.dat - keyed on NTF-RECIPIENT-ID +
      *       NTF-EVENT-TYPE + NTF-ABOUT-EMP-ID + NTF-DUE-DATE, so
      *       the outbox reads in recipient order and the key is the
      *       duplicate guard.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFY-FILE ASSIGN TO 'hr-cobol/data/notify.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTF-REC-KEY
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * NTF-REC-KEY is NTF-RECIPIENT-ID + NTF-EVENT-TYPE +
      * NTF-ABOUT-EMP-ID + NTF-DUE-DATE (positions 12-41 of the
      * 400-byte record).
       FD  NOTIFY-FILE.
       01  NOTIFY-RECORD.
           05  FILLER               PIC X(11).
           05  NTF-REC-KEY          PIC X(30).
           05  FILLER               PIC X(359).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'NOTIFY-SVC'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK                 VALUE '00'.
           88  FILE-EOF                VALUE '10'.
           88  FILE-NOT-FOUND          VALUE '35'.
           88  FILE-DUP-KEY            VALUE '22'.

      * Working storage for AUDIT-LOG calls
       01  WS-AUDIT-REC.
           COPY audit.

      * Working storage for EMP-SVC and DEPT-SVC calls - resolving
      * the recipient
           COPY emp-req.
           COPY emp-res.
           COPY dept-req.
           COPY dept-res.

      * Working storage for date and timestamp
       01  WS-DATE-1               PIC 9(8).
       01  WS-CURRENT-TIME         PIC 9(6).
       01  WS-CURRENT-TIMESTAMP    PIC 9(14).

       01  WS-TEMP-NOTIFY.
           COPY notify REPLACING ==05== BY ==10==.

       01  WS-KEY-BUILD.
           05  WS-KEY-RECIPIENT    PIC 9(9).
           05  WS-KEY-EVENT-TYPE   PIC X(4).
           05  WS-KEY-ABOUT-EMP    PIC 9(9).
           05  WS-KEY-DUE-DATE     PIC 9(8).

       01  WS-FOUND-SW             PIC X.
           88  NOTICE-FOUND            VALUE 'Y'.
           88  NOTICE-NOT-FOUND        VALUE 'N'.

       LINKAGE SECTION.
           COPY ntf-req.
           COPY ntf-res.

       PROCEDURE DIVISION USING NOTIFY-SVC-REQ NOTIFY-SVC-RES.

       MAIN-PROCESS.
      *    Initialize response
           INITIALIZE NOTIFY-SVC-RES
           MOVE CORR-ID OF NOTIFY-SVC-REQ TO CORR-ID OF NOTIFY-SVC-RES

      *    Get current date and timestamp
           ACCEPT WS-DATE-1 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-DATE-1 WS-CURRENT-TIME
               DELIMITED BY SIZE
               INTO WS-CURRENT-TIMESTAMP

      *    Route to operation
           EVALUATE TRUE
               WHEN OP-QUEUE OF NOTIFY-SVC-REQ
                   PERFORM QUEUE-NOTICE
               WHEN OP-FIND OF NOTIFY-SVC-REQ
                   PERFORM FIND-NOTICE
               WHEN OP-LIST OF NOTIFY-SVC-REQ
                   PERFORM LIST-NOTICES
               WHEN OP-MARK-EXTRACTED OF NOTIFY-SVC-REQ
                   PERFORM MARK-NOTICE-EXTRACTED
               WHEN OP-RECORD-DELIVERY OF NOTIFY-SVC-REQ
                   PERFORM RECORD-NOTICE-DELIVERY
               WHEN OTHER
                   MOVE 422 TO STATUS-CODE-N OF NOTIFY-SVC-RES
                   MOVE 'Invalid operation code'
                       TO STATUS-MSG OF NOTIFY-SVC-RES
           END-EVALUATE

           GOBACK
           .

       QUEUE-NOTICE.
      *    Pre: Q-ROUTE; IN-NOTIFY carries NTF-EVENT-TYPE,
      *         NTF-ABOUT-EMP-ID, NTF-DUE-DATE, NTF-SUBJECT, NTF-BODY
      *         and NTF-SOURCE-JOB
      *    Post: Notice written queued to the resolved recipient;
      *          409 when the same notice was already raised (the
      *          duplicate suppression), except that one whose
      *          delivery failed is queued again

           MOVE IN-NOTIFY OF NOTIFY-SVC-REQ TO WS-TEMP-NOTIFY

           IF NTF-EVENT-TYPE OF WS-TEMP-NOTIFY = SPACES
               MOVE 422 TO STATUS-CODE-N OF NOTIFY-SVC-RES
               MOVE 'Event type is required'
                   TO STATUS-MSG OF NOTIFY-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF NTF-ABOUT-EMP-ID OF WS-TEMP-NOTIFY NOT NUMERIC
                   OR NTF-ABOUT-EMP-ID OF WS-TEMP-NOTIFY = 0
               MOVE 422 TO STATUS-CODE-N OF NOTIFY-SVC-RES
               MOVE 'Employee the notice is about is required'
                   TO STATUS-MSG OF NOTIFY-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF NTF-DUE-DATE OF WS-TEMP-NOTIFY NOT NUMERIC
                   OR NTF-DUE-DATE OF WS-TEMP-NOTIFY = 0
               MOVE 422 TO STATUS-CODE-N OF NOTIFY-SVC-RES
               MOVE 'Due date (YYYYMMDD) is required'
                   TO STATUS-MSG OF NOTIFY-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF NTF-SUBJECT OF WS-TEMP-NOTIFY = SPACES
               MOVE 422 TO STATUS-CODE-N OF NOTIFY-SVC-RES
               MOVE 'Subject is required'
                   TO STATUS-MSG OF NOTIFY-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF NOT ROUTE-EMPLOYEE OF NOTIFY-SVC-REQ
                   AND NOT ROUTE-MANAGER OF NOTIFY-SVC-REQ
               MOVE 422 TO STATUS-CODE-N OF NOTIFY-SVC-RES
               MOVE 'Route must be E (employee) or M (manager)'
                   TO STATUS-MSG OF NOTIFY-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM RESOLVE-RECIPIENT
           IF NOT OK OF NOTIFY-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-NOTIFY-FILE-IO
           IF NOT OK OF NOTIFY-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE NTF-RECIPIENT-ID OF WS-TEMP-NOTIFY TO WS-KEY-RECIPIENT
           MOVE NTF-EVENT-TYPE OF WS-TEMP-NOTIFY TO WS-KEY-EVENT-TYPE
           MOVE NTF-ABOUT-EMP-ID OF WS-TEMP-NOTIFY TO WS-KEY-ABOUT-EMP
           MOVE NTF-DUE-DATE OF WS-TEMP-NOTIFY TO WS-KEY-DUE-DATE
           MOVE WS-KEY-BUILD TO NTF-REC-KEY
           SET NOTICE-FOUND TO TRUE
           READ NOTIFY-FILE
               INVALID KEY
                   SET NOTICE-NOT-FOUND TO TRUE
           END-READ

           IF NOTICE-FOUND
               MOVE NOTIFY-RECORD TO OUT-NOTIFY OF NOTIFY-SVC-RES
               IF NOT NTF-FAILED OF OUT-NOTIFY OF NOTIFY-SVC-RES
                   MOVE 409 TO STATUS-CODE-N OF NOTIFY-SVC-RES
                   MOVE 'Already notified - duplicate suppressed'
                       TO STATUS-MSG OF NOTIFY-SVC-RES
                   CLOSE NOTIFY-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 1 TO RECORD-VERSION OF WS-TEMP-NOTIFY
           SET NTF-QUEUED OF WS-TEMP-NOTIFY TO TRUE
           MOVE WS-CURRENT-TIMESTAMP TO NTF-QUEUED-AT OF WS-TEMP-NOTIFY
           MOVE 0 TO NTF-EXTRACT-SEQ OF WS-TEMP-NOTIFY
           MOVE 0 TO NTF-EXTRACTED-AT OF WS-TEMP-NOTIFY
           MOVE 0 TO NTF-DELIVERED-AT OF WS-TEMP-NOTIFY
           MOVE SPACES TO NTF-DELIVERY-MSG OF WS-TEMP-NOTIFY

           IF NOTICE-FOUND
               COMPUTE REC-VERSION OF WS-TEMP-NOTIFY =
                   REC-VERSION OF OUT-NOTIFY OF NOTIFY-SVC-RES + 1
               COMPUTE NTF-ATTEMPTS OF WS-TEMP-NOTIFY =
                   NTF-ATTEMPTS OF OUT-NOTIFY OF NOTIFY-SVC-RES + 1
               MOVE WS-TEMP-NOTIFY TO NOTIFY-RECORD
               REWRITE NOTIFY-RECORD
           ELSE
               MOVE 1 TO REC-VERSION OF WS-TEMP-NOTIFY
               MOVE 1 TO NTF-ATTEMPTS OF WS-TEMP-NOTIFY
               MOVE WS-TEMP-NOTIFY TO NOTIFY-RECORD
               WRITE NOTIFY-RECORD
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF NOTIFY-SVC-RES
               MOVE 'Failed to write notification'
                   TO STATUS-MSG OF NOTIFY-SVC-RES
               CLOSE NOTIFY-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE NOTIFY-FILE

      *    Audit log
           INITIALIZE WS-AUDIT-REC
           MOVE 'NTF-QUEUE' TO ACTION OF WS-AUDIT-REC
           MOVE 'NTF' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE NTF-ABOUT-EMP-ID OF WS-TEMP-NOTIFY
               TO ENTITY-ID OF WS-AUDIT-REC
           MOVE USER-ID OF NOTIFY-SVC-REQ TO USER-ID OF WS-AUDIT-REC
           IF NOTICE-FOUND
               MOVE OUT-NOTIFY OF NOTIFY-SVC-RES
                   TO BEFORE-VALUE OF WS-AUDIT-REC
           END-IF
           MOVE WS-TEMP-NOTIFY TO AFTER-VALUE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC

           MOVE 0 TO STATUS-CODE-N OF NOTIFY-SVC-RES
           IF NOTICE-FOUND
               MOVE 'Notification queued again after failed delivery'
                   TO STATUS-MSG OF NOTIFY-SVC-RES
           ELSE
               MOVE 'Notification queued'
                   TO STATUS-MSG OF NOTIFY-SVC-RES
           END-IF
           MOVE WS-TEMP-NOTIFY TO OUT-NOTIFY OF NOTIFY-SVC-RES
           .

      * RESOLVE-RECIPIENT: The employee the notice is about must be
      * on file and not terminated. To the employee, or to their
      * manager - the MANAGER-EMP-ID on the employee, else the
      * manager of their department, else the HR mailbox (zero).
       RESOLVE-RECIPIENT.
           INITIALIZE EMP-SVC-REQ
           INITIALIZE EMP-SVC-RES
           MOVE 'F' TO OP-CODE OF EMP-SVC-REQ
           MOVE USER-ID OF NOTIFY-SVC-REQ TO USER-ID OF EMP-SVC-REQ
           MOVE CORR-ID OF NOTIFY-SVC-REQ TO CORR-ID OF EMP-SVC-REQ
           MOVE NTF-ABOUT-EMP-ID OF WS-TEMP-NOTIFY
               TO Q-EMP-ID OF EMP-SVC-REQ
           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES

           IF NOT OK OF EMP-SVC-RES
               MOVE 404 TO STATUS-CODE-N OF NOTIFY-SVC-RES
               MOVE 'Employee the notice is about not found'
                   TO STATUS-MSG OF NOTIFY-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF TERMINATED OF OUT-EMP OF EMP-SVC-RES
               MOVE 422 TO STATUS-CODE-N OF NOTIFY-SVC-RES
               MOVE 'Employee is terminated - not notified'
                   TO STATUS-MSG OF NOTIFY-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO STATUS-CODE-N OF NOTIFY-SVC-RES
           IF ROUTE-EMPLOYEE OF NOTIFY-SVC-REQ
               MOVE NTF-ABOUT-EMP-ID OF WS-TEMP-NOTIFY
                   TO NTF-RECIPIENT-ID OF WS-TEMP-NOTIFY
               SET ROLE-EMPLOYEE OF WS-TEMP-NOTIFY TO TRUE
               EXIT PARAGRAPH
           END-IF

           SET ROLE-MANAGER OF WS-TEMP-NOTIFY TO TRUE
           MOVE MANAGER-EMP-ID OF OUT-EMP OF EMP-SVC-RES
               TO NTF-RECIPIENT-ID OF WS-TEMP-NOTIFY

           IF NTF-RECIPIENT-ID OF WS-TEMP-NOTIFY = 0
               INITIALIZE DEPT-SVC-REQ
               INITIALIZE DEPT-SVC-RES
               MOVE 'F' TO OP-CODE OF DEPT-SVC-REQ
               MOVE USER-ID OF NOTIFY-SVC-REQ TO USER-ID OF DEPT-SVC-REQ
               MOVE CORR-ID OF NOTIFY-SVC-REQ TO CORR-ID OF DEPT-SVC-REQ
               MOVE DEPT-ID OF OUT-EMP OF EMP-SVC-RES
                   TO DEPT-ID OF IN-DEPT OF DEPT-SVC-REQ
               CALL 'DEPT-SVC' USING DEPT-SVC-REQ DEPT-SVC-RES
               IF OK OF DEPT-SVC-RES
                       AND MANAGER-EMP-ID OF OUT-DEPT OF DEPT-SVC-RES
                           NOT = NTF-ABOUT-EMP-ID OF WS-TEMP-NOTIFY
                   MOVE MANAGER-EMP-ID OF OUT-DEPT OF DEPT-SVC-RES
                       TO NTF-RECIPIENT-ID OF WS-TEMP-NOTIFY
               END-IF
           END-IF

           IF NTF-RECIPIENT-ID OF WS-TEMP-NOTIFY = 0
               SET ROLE-HR-MAILBOX OF WS-TEMP-NOTIFY TO TRUE
           END-IF
           .

       FIND-NOTICE.
      *    Pre: Q-RECIPIENT-ID, Q-EVENT-TYPE, Q-ABOUT-EMP-ID and
      *         Q-DUE-DATE identify the notice
      *    Post: OUT-NOTIFY populated, or 404

           OPEN INPUT NOTIFY-FILE
           IF NOT FILE-OK
               MOVE 404 TO STATUS-CODE-N OF NOTIFY-SVC-RES
               MOVE 'Notification not found'
                   TO STATUS-MSG OF NOTIFY-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-QUERY-KEY
           READ NOTIFY-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF NOTIFY-SVC-RES
                   MOVE 'Notification not found'
                       TO STATUS-MSG OF NOTIFY-SVC-RES
                   CLOSE NOTIFY-FILE
                   EXIT PARAGRAPH
           END-READ

           MOVE NOTIFY-RECORD TO OUT-NOTIFY OF NOTIFY-SVC-RES
           CLOSE NOTIFY-FILE
           MOVE 0 TO STATUS-CODE-N OF NOTIFY-SVC-RES
           MOVE 'Notification found' TO STATUS-MSG OF NOTIFY-SVC-RES
           .

       LIST-NOTICES.
      *    Pre: Q-RECIPIENT-ID/Q-EVENT-TYPE/Q-ABOUT-EMP-ID/Q-DUE-DATE
      *         carry the key of the last notice returned
      *         (zeros/spaces to start)
      *    Post: OUT-NOTIFY holds the next notice on file, or
      *          STATUS-CODE-N = 404 when the outbox is exhausted

           OPEN INPUT NOTIFY-FILE

           IF FILE-NOT-FOUND
               MOVE 404 TO STATUS-CODE-N OF NOTIFY-SVC-RES
               MOVE 'No notifications on file'
                   TO STATUS-MSG OF NOTIFY-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF NOTIFY-SVC-RES
               MOVE 'Cannot open notification file'
                   TO STATUS-MSG OF NOTIFY-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-QUERY-KEY
           SET NOTICE-NOT-FOUND TO TRUE

           START NOTIFY-FILE KEY IS GREATER THAN NTF-REC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ NOTIFY-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE NOTIFY-RECORD TO WS-TEMP-NOTIFY
                           SET NOTICE-FOUND TO TRUE
                   END-READ
           END-START

           CLOSE NOTIFY-FILE

           IF NOTICE-FOUND
               MOVE WS-TEMP-NOTIFY TO OUT-NOTIFY OF NOTIFY-SVC-RES
               MOVE 0 TO STATUS-CODE-N OF NOTIFY-SVC-RES
               MOVE 'Notification found'
                   TO STATUS-MSG OF NOTIFY-SVC-RES
           ELSE
               MOVE 404 TO STATUS-CODE-N OF NOTIFY-SVC-RES
               MOVE 'No further notifications'
                   TO STATUS-MSG OF NOTIFY-SVC-RES
           END-IF
           .

       MARK-NOTICE-EXTRACTED.
      *    Pre: The notice key in the Q- fields; Q-EXTRACT-SEQ the
      *         gateway extract that carried it
      *    Post: Notice marked extracted; 404 when not on file, 409
      *          when it was not waiting in the queue

           PERFORM OPEN-NOTIFY-FILE-IO
           IF NOT OK OF NOTIFY-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-QUERY-KEY
           READ NOTIFY-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF NOTIFY-SVC-RES
                   MOVE 'Notification not found'
                       TO STATUS-MSG OF NOTIFY-SVC-RES
                   CLOSE NOTIFY-FILE
                   EXIT PARAGRAPH
           END-READ

           MOVE NOTIFY-RECORD TO WS-TEMP-NOTIFY
           IF NOT NTF-QUEUED OF WS-TEMP-NOTIFY
               MOVE 409 TO STATUS-CODE-N OF NOTIFY-SVC-RES
               MOVE 'Notification is not waiting in the queue'
                   TO STATUS-MSG OF NOTIFY-SVC-RES
               CLOSE NOTIFY-FILE
               EXIT PARAGRAPH
           END-IF

           SET NTF-EXTRACTED OF WS-TEMP-NOTIFY TO TRUE
           MOVE Q-EXTRACT-SEQ OF NOTIFY-SVC-REQ
               TO NTF-EXTRACT-SEQ OF WS-TEMP-NOTIFY
           MOVE WS-CURRENT-TIMESTAMP
               TO NTF-EXTRACTED-AT OF WS-TEMP-NOTIFY
           ADD 1 TO REC-VERSION OF WS-TEMP-NOTIFY
           MOVE WS-TEMP-NOTIFY TO NOTIFY-RECORD
           REWRITE NOTIFY-RECORD

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF NOTIFY-SVC-RES
               MOVE 'Failed to mark notification extracted'
                   TO STATUS-MSG OF NOTIFY-SVC-RES
               CLOSE NOTIFY-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE NOTIFY-FILE

           MOVE WS-TEMP-NOTIFY TO OUT-NOTIFY OF NOTIFY-SVC-RES
           MOVE 0 TO STATUS-CODE-N OF NOTIFY-SVC-RES
           MOVE 'Notification marked extracted'
               TO STATUS-MSG OF NOTIFY-SVC-RES
           .

       RECORD-NOTICE-DELIVERY.
      *    Pre: The notice key in the Q- fields; Q-DELIVERY-STATUS
      *         S (sent) or F (failed), Q-DELIVERED-AT and
      *         Q-DELIVERY-MSG as the gateway reported them
      *    Post: Delivery recorded; 404 when not on file, 409 when
      *          the notice is not out with the gateway

           IF Q-DELIVERY-STATUS OF NOTIFY-SVC-REQ NOT = 'S'
                   AND Q-DELIVERY-STATUS OF NOTIFY-SVC-REQ NOT = 'F'
               MOVE 422 TO STATUS-CODE-N OF NOTIFY-SVC-RES
               MOVE 'Delivery status must be S (sent) or F (failed)'
                   TO STATUS-MSG OF NOTIFY-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-NOTIFY-FILE-IO
           IF NOT OK OF NOTIFY-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-QUERY-KEY
           READ NOTIFY-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF NOTIFY-SVC-RES
                   MOVE 'Notification not found'
                       TO STATUS-MSG OF NOTIFY-SVC-RES
                   CLOSE NOTIFY-FILE
                   EXIT PARAGRAPH
           END-READ

           MOVE NOTIFY-RECORD TO WS-TEMP-NOTIFY
           IF NOT NTF-EXTRACTED OF WS-TEMP-NOTIFY
               MOVE 409 TO STATUS-CODE-N OF NOTIFY-SVC-RES
               MOVE 'Notification is not out with the mail gateway'
                   TO STATUS-MSG OF NOTIFY-SVC-RES
               CLOSE NOTIFY-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE Q-DELIVERY-STATUS OF NOTIFY-SVC-REQ
               TO NTF-STATUS OF WS-TEMP-NOTIFY
           MOVE Q-DELIVERED-AT OF NOTIFY-SVC-REQ
               TO NTF-DELIVERED-AT OF WS-TEMP-NOTIFY
           IF NTF-DELIVERED-AT OF WS-TEMP-NOTIFY NOT NUMERIC
                   OR NTF-DELIVERED-AT OF WS-TEMP-NOTIFY = 0
               MOVE WS-CURRENT-TIMESTAMP
                   TO NTF-DELIVERED-AT OF WS-TEMP-NOTIFY
           END-IF
           MOVE Q-DELIVERY-MSG OF NOTIFY-SVC-REQ
               TO NTF-DELIVERY-MSG OF WS-TEMP-NOTIFY
           ADD 1 TO REC-VERSION OF WS-TEMP-NOTIFY
           MOVE WS-TEMP-NOTIFY TO NOTIFY-RECORD
           REWRITE NOTIFY-RECORD

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF NOTIFY-SVC-RES
               MOVE 'Failed to record notification delivery'
                   TO STATUS-MSG OF NOTIFY-SVC-RES
               CLOSE NOTIFY-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE NOTIFY-FILE

           MOVE WS-TEMP-NOTIFY TO OUT-NOTIFY OF NOTIFY-SVC-RES
           MOVE 0 TO STATUS-CODE-N OF NOTIFY-SVC-RES
           MOVE 'Notification delivery recorded'
               TO STATUS-MSG OF NOTIFY-SVC-RES
           .

       BUILD-QUERY-KEY.
           MOVE Q-RECIPIENT-ID OF NOTIFY-SVC-REQ TO WS-KEY-RECIPIENT
           MOVE Q-EVENT-TYPE OF NOTIFY-SVC-REQ TO WS-KEY-EVENT-TYPE
           MOVE Q-ABOUT-EMP-ID OF NOTIFY-SVC-REQ TO WS-KEY-ABOUT-EMP
           MOVE Q-DUE-DATE OF NOTIFY-SVC-REQ TO WS-KEY-DUE-DATE
           MOVE WS-KEY-BUILD TO NTF-REC-KEY
           .

       OPEN-NOTIFY-FILE-IO.
      *    Pre: None
      *    Post: NOTIFY-FILE open I-O (created first if it didn't
      *          exist), STATUS-CODE-N set

           OPEN I-O NOTIFY-FILE

           IF FILE-NOT-FOUND
      *        Create new file
               OPEN OUTPUT NOTIFY-FILE
               CLOSE NOTIFY-FILE
               OPEN I-O NOTIFY-FILE
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF NOTIFY-SVC-RES
               MOVE 'Cannot open notification file'
                   TO STATUS-MSG OF NOTIFY-SVC-RES
           ELSE
               MOVE 0 TO STATUS-CODE-N OF NOTIFY-SVC-RES
           END-IF
           .

       END PROGRAM NOTIFY-SVC.
