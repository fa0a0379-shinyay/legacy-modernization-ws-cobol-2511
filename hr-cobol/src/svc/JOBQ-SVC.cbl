       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBQ-SVC.
      ******************************************************************
      * JOBQ-SVC - Batch Job Request Queue Service
      * Purpose: The queue between the HRMENU submission form and the
      *          JOBRUN submission runner. SUBMIT books an operator's
      *          request under the next request number - refusing a
      *          second copy of the same job with the same parameters
      *          while the first is still queued or running; NEXT
      *          hands the runner the oldest queued request; UPDATE
      *          claims, closes or cancels one (a request is only
      *          claimed from queued, so two runners never both take
      *          it); LIST pages the queue for the status screen.
      * Operations: SUBMIT, LIST, NEXT, UPDATE
      * Pre: Valid request with OP-CODE, USER-ID, CORR-ID
      * Post: Response with STATUS-CODE-N and STATUS-MSG
      * Note: JOBQ-FILE is owned by this service directly, the way
      *       XMIT-SVC owns xmitreg.dat - keyed on JOBQ-REQ-ID.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBQ-FILE ASSIGN TO 'hr-cobol/data/jobreq.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JBQ-REC-KEY
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * JBQ-REC-KEY occupies the JOBQ-REQ-ID byte range (positions
      * 12-17 of the 600-byte record).
       FD  JOBQ-FILE.
       01  JOBQ-RECORD.
           05  FILLER               PIC X(11).
           05  JBQ-REC-KEY          PIC X(6).
           05  FILLER               PIC X(583).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'JOBQ-SVC'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK                 VALUE '00'.
           88  FILE-EOF                VALUE '10'.
           88  FILE-NOT-FOUND          VALUE '35'.
           88  FILE-DUP-KEY            VALUE '22'.

      * Working storage for date and timestamp
       01  WS-DATE-1               PIC 9(8).
       01  WS-CURRENT-TIME         PIC 9(6).
       01  WS-CURRENT-TIMESTAMP    PIC 9(14).

       01  WS-TEMP-JOBQ.
           COPY jobq REPLACING ==05== BY ==10==.

       01  WS-REQ-ID-STR           PIC X(6).
       01  WS-NEXT-REQ-ID          PIC 9(6).
       01  WS-DUP-REQ-ID           PIC 9(6).
       01  WS-PARM-IDX             PIC 9(2).
       01  WS-SCAN-DONE-SW         PIC X.
           88  SCAN-DONE               VALUE 'Y'.
           88  SCAN-NOT-DONE           VALUE 'N'.
       01  WS-MATCH-SW             PIC X.
           88  RECORD-MATCHES          VALUE 'Y'.
           88  RECORD-DIFFERS          VALUE 'N'.
       01  WS-AUDIT-ACTION         PIC X(12).

      * Working storage for AUDIT-LOG calls
       01  WS-AUDIT-REC.
           COPY audit.

       LINKAGE SECTION.
           COPY jobq-req.
           COPY jobq-res.

       PROCEDURE DIVISION USING JOBQ-SVC-REQ JOBQ-SVC-RES.

       MAIN-PROCESS.
      *    Initialize response
           INITIALIZE JOBQ-SVC-RES
           MOVE CORR-ID OF JOBQ-SVC-REQ TO CORR-ID OF JOBQ-SVC-RES

      *    Get current date and timestamp
           ACCEPT WS-DATE-1 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-DATE-1 WS-CURRENT-TIME
               DELIMITED BY SIZE
               INTO WS-CURRENT-TIMESTAMP

      *    Route to operation
           EVALUATE TRUE
               WHEN OP-SUBMIT OF JOBQ-SVC-REQ
                   PERFORM SUBMIT-REQUEST
               WHEN OP-LIST OF JOBQ-SVC-REQ
                   PERFORM LIST-REQUESTS
               WHEN OP-NEXT OF JOBQ-SVC-REQ
                   PERFORM LIST-REQUESTS
               WHEN OP-UPDATE OF JOBQ-SVC-REQ
                   PERFORM UPDATE-REQUEST
               WHEN OTHER
                   MOVE 422 TO STATUS-CODE-N OF JOBQ-SVC-RES
                   MOVE 'Invalid operation code'
                       TO STATUS-MSG OF JOBQ-SVC-RES
           END-EVALUATE

           GOBACK
           .

       SUBMIT-REQUEST.
      *    Pre: IN-JOBQ populated with JOBQ-JOB-NAME, the company,
      *         the submitting operator, the period (if any) and
      *         the parameter table
      *    Post: Request queued under the next number, or 409 when
      *          the same job and parameters are already in flight

           IF JOBQ-JOB-NAME OF IN-JOBQ OF JOBQ-SVC-REQ = SPACES
               MOVE 422 TO STATUS-CODE-N OF JOBQ-SVC-RES
               MOVE 'JOBQ-JOB-NAME is required'
                   TO STATUS-MSG OF JOBQ-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF JOBQ-PARM-COUNT OF IN-JOBQ OF JOBQ-SVC-REQ > 8
               MOVE 422 TO STATUS-CODE-N OF JOBQ-SVC-RES
               MOVE 'At most 8 parameters per request'
                   TO STATUS-MSG OF JOBQ-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-JOBQ-FILE-IO
           IF NOT OK OF JOBQ-SVC-RES
               EXIT PARAGRAPH
           END-IF

      *    One pass finds the high-water request number and any
      *    identical request still queued or running
           MOVE 0 TO WS-NEXT-REQ-ID
           MOVE 0 TO WS-DUP-REQ-ID
           SET SCAN-NOT-DONE TO TRUE
           MOVE LOW-VALUES TO JBQ-REC-KEY
           START JOBQ-FILE KEY IS NOT LESS THAN JBQ-REC-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL SCAN-DONE
               READ JOBQ-FILE NEXT RECORD
                   AT END
                       SET SCAN-DONE TO TRUE
                   NOT AT END
                       MOVE JOBQ-RECORD TO WS-TEMP-JOBQ
                       IF JOBQ-REQ-ID OF WS-TEMP-JOBQ > WS-NEXT-REQ-ID
                           MOVE JOBQ-REQ-ID OF WS-TEMP-JOBQ
                               TO WS-NEXT-REQ-ID
                       END-IF
                       IF JOBQ-QUEUED OF WS-TEMP-JOBQ
                               OR JOBQ-RUNNING OF WS-TEMP-JOBQ
                           PERFORM COMPARE-WITH-SUBMISSION
                           IF RECORD-MATCHES
                               MOVE JOBQ-REQ-ID OF WS-TEMP-JOBQ
                                   TO WS-DUP-REQ-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-DUP-REQ-ID NOT = 0
               MOVE 409 TO STATUS-CODE-N OF JOBQ-SVC-RES
               MOVE SPACES TO STATUS-MSG OF JOBQ-SVC-RES
               STRING 'Same job and parameters already queued as'
                      ' request ' WS-DUP-REQ-ID
                   DELIMITED BY SIZE
                   INTO STATUS-MSG OF JOBQ-SVC-RES
               CLOSE JOBQ-FILE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-NEXT-REQ-ID

           MOVE IN-JOBQ OF JOBQ-SVC-REQ TO WS-TEMP-JOBQ
           MOVE 1 TO RECORD-VERSION OF WS-TEMP-JOBQ
           MOVE 1 TO REC-VERSION OF WS-TEMP-JOBQ
           MOVE WS-NEXT-REQ-ID TO JOBQ-REQ-ID OF WS-TEMP-JOBQ
           IF JOBQ-COMPANY-CODE OF WS-TEMP-JOBQ = SPACES
               MOVE '01' TO JOBQ-COMPANY-CODE OF WS-TEMP-JOBQ
           END-IF
           SET JOBQ-QUEUED OF WS-TEMP-JOBQ TO TRUE
           MOVE WS-CURRENT-TIMESTAMP
               TO JOBQ-SUBMITTED-AT OF WS-TEMP-JOBQ
           MOVE 0 TO JOBQ-STARTED-AT OF WS-TEMP-JOBQ
           MOVE 0 TO JOBQ-ENDED-AT OF WS-TEMP-JOBQ
           MOVE 0 TO JOBQ-RETURN-CODE OF WS-TEMP-JOBQ
           MOVE 0 TO JOBQ-RPT-GEN OF WS-TEMP-JOBQ
           MOVE SPACES TO JOBQ-RPT-NAME OF WS-TEMP-JOBQ
           MOVE SPACES TO JOBQ-MESSAGE OF WS-TEMP-JOBQ

           MOVE WS-TEMP-JOBQ TO JOBQ-RECORD
           WRITE JOBQ-RECORD

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF JOBQ-SVC-RES
               MOVE 'Failed to queue request'
                   TO STATUS-MSG OF JOBQ-SVC-RES
               CLOSE JOBQ-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE JOBQ-FILE

           MOVE 'JOB-SUBMIT' TO WS-AUDIT-ACTION
           PERFORM WRITE-QUEUE-AUDIT

           MOVE 0 TO STATUS-CODE-N OF JOBQ-SVC-RES
           MOVE 'Request queued' TO STATUS-MSG OF JOBQ-SVC-RES
           MOVE WS-TEMP-JOBQ TO OUT-JOBQ OF JOBQ-SVC-RES
           .

      * COMPARE-WITH-SUBMISSION: Whether the in-flight request in
      * WS-TEMP-JOBQ is the same job, for the same company, with the
      * same parameter values as the one being submitted.
       COMPARE-WITH-SUBMISSION.
           SET RECORD-DIFFERS TO TRUE
           IF JOBQ-JOB-NAME OF WS-TEMP-JOBQ
                   NOT = JOBQ-JOB-NAME OF IN-JOBQ OF JOBQ-SVC-REQ
               EXIT PARAGRAPH
           END-IF
           IF JOBQ-COMPANY-CODE OF WS-TEMP-JOBQ
                   NOT = JOBQ-COMPANY-CODE OF IN-JOBQ OF JOBQ-SVC-REQ
                   AND JOBQ-COMPANY-CODE OF IN-JOBQ OF JOBQ-SVC-REQ
                       NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF JOBQ-PARM-COUNT OF WS-TEMP-JOBQ
                   NOT = JOBQ-PARM-COUNT OF IN-JOBQ OF JOBQ-SVC-REQ
               EXIT PARAGRAPH
           END-IF

           SET RECORD-MATCHES TO TRUE
           PERFORM COMPARE-ONE-PARM
               VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > JOBQ-PARM-COUNT OF WS-TEMP-JOBQ
                   OR RECORD-DIFFERS
           .

       COMPARE-ONE-PARM.
           IF JOBQ-PARM-ENV OF WS-TEMP-JOBQ(WS-PARM-IDX)
                   NOT = JOBQ-PARM-ENV OF IN-JOBQ OF JOBQ-SVC-REQ
                       (WS-PARM-IDX)
                   OR JOBQ-PARM-VALUE OF WS-TEMP-JOBQ(WS-PARM-IDX)
                   NOT = JOBQ-PARM-VALUE OF IN-JOBQ OF JOBQ-SVC-REQ
                       (WS-PARM-IDX)
               SET RECORD-DIFFERS TO TRUE
           END-IF
           .

       LIST-REQUESTS.
      *    Pre: Q-CURSOR 0 to start, or the last request returned;
      *         Q-SUBMITTED-BY limits LIST to one operator's
      *         requests (spaces for all); NEXT answers queued
      *         requests only
      *    Post: OUT-JOBQ carries the next qualifying request past
      *          the cursor

           SET NO-MORE-RESULTS OF JOBQ-SVC-RES TO TRUE

           OPEN INPUT JOBQ-FILE
           IF FILE-NOT-FOUND
               MOVE 404 TO STATUS-CODE-N OF JOBQ-SVC-RES
               MOVE 'No job requests on file'
                   TO STATUS-MSG OF JOBQ-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF JOBQ-SVC-RES
               MOVE 'Cannot open job request queue'
                   TO STATUS-MSG OF JOBQ-SVC-RES
               EXIT PARAGRAPH
           END-IF

           SET SCAN-NOT-DONE TO TRUE
           MOVE Q-CURSOR OF JOBQ-SVC-REQ TO WS-REQ-ID-STR
           MOVE WS-REQ-ID-STR TO JBQ-REC-KEY
           START JOBQ-FILE KEY IS GREATER THAN JBQ-REC-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START

           SET RECORD-DIFFERS TO TRUE
           PERFORM READ-NEXT-QUALIFYING
               UNTIL SCAN-DONE OR RECORD-MATCHES

           IF RECORD-DIFFERS
               MOVE 404 TO STATUS-CODE-N OF JOBQ-SVC-RES
               MOVE 'No further requests'
                   TO STATUS-MSG OF JOBQ-SVC-RES
               CLOSE JOBQ-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TEMP-JOBQ TO OUT-JOBQ OF JOBQ-SVC-RES
           MOVE JOBQ-REQ-ID OF WS-TEMP-JOBQ
               TO NEXT-CURSOR OF JOBQ-SVC-RES
           MOVE 0 TO STATUS-CODE-N OF JOBQ-SVC-RES
           MOVE 'Request answered' TO STATUS-MSG OF JOBQ-SVC-RES

      *    One look ahead decides MORE-RESULTS
           SET RECORD-DIFFERS TO TRUE
           PERFORM READ-NEXT-QUALIFYING
               UNTIL SCAN-DONE OR RECORD-MATCHES
           IF RECORD-MATCHES
               SET MORE-RESULTS OF JOBQ-SVC-RES TO TRUE
           END-IF

           CLOSE JOBQ-FILE
           .

       READ-NEXT-QUALIFYING.
           READ JOBQ-FILE NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
               NOT AT END
                   MOVE JOBQ-RECORD TO WS-TEMP-JOBQ
                   SET RECORD-MATCHES TO TRUE
                   IF OP-NEXT OF JOBQ-SVC-REQ
                           AND NOT JOBQ-QUEUED OF WS-TEMP-JOBQ
                       SET RECORD-DIFFERS TO TRUE
                   END-IF
                   IF Q-SUBMITTED-BY OF JOBQ-SVC-REQ NOT = SPACES
                           AND JOBQ-SUBMITTED-BY OF WS-TEMP-JOBQ
                               NOT = Q-SUBMITTED-BY OF JOBQ-SVC-REQ
                       SET RECORD-DIFFERS TO TRUE
                   END-IF
           END-READ
           .

       UPDATE-REQUEST.
      *    Pre: Q-REQ-ID names the request; Q-NEW-STATUS is 'R'
      *         (claim a queued request), 'C' or 'F' (close a
      *         running one, with Q-RETURN-CODE, the report catalog
      *         entry and a message) or 'X' (cancel a queued one)
      *    Post: Status moved and timestamped; the step audited

           EVALUATE Q-NEW-STATUS OF JOBQ-SVC-REQ
               WHEN 'R'
                   MOVE 'JOB-START' TO WS-AUDIT-ACTION
               WHEN 'C'
               WHEN 'F'
                   MOVE 'JOB-END' TO WS-AUDIT-ACTION
               WHEN 'X'
                   MOVE 'JOB-CANCEL' TO WS-AUDIT-ACTION
               WHEN OTHER
                   MOVE 422 TO STATUS-CODE-N OF JOBQ-SVC-RES
                   MOVE 'Q-NEW-STATUS must be R, C, F or X'
                       TO STATUS-MSG OF JOBQ-SVC-RES
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM OPEN-JOBQ-FILE-IO
           IF NOT OK OF JOBQ-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-REQ-ID OF JOBQ-SVC-REQ TO WS-REQ-ID-STR
           MOVE WS-REQ-ID-STR TO JBQ-REC-KEY
           READ JOBQ-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF JOBQ-SVC-RES
                   MOVE 'Request not found'
                       TO STATUS-MSG OF JOBQ-SVC-RES
                   CLOSE JOBQ-FILE
                   EXIT PARAGRAPH
           END-READ

           MOVE JOBQ-RECORD TO WS-TEMP-JOBQ

      *    Claiming and cancelling need a queued request; closing
      *    needs a running one - anything else lost a race
           IF (Q-NEW-STATUS OF JOBQ-SVC-REQ = 'R' OR 'X')
                   AND NOT JOBQ-QUEUED OF WS-TEMP-JOBQ
               MOVE 409 TO STATUS-CODE-N OF JOBQ-SVC-RES
               MOVE 'Request is no longer queued'
                   TO STATUS-MSG OF JOBQ-SVC-RES
               CLOSE JOBQ-FILE
               EXIT PARAGRAPH
           END-IF
           IF (Q-NEW-STATUS OF JOBQ-SVC-REQ = 'C' OR 'F')
                   AND NOT JOBQ-RUNNING OF WS-TEMP-JOBQ
               MOVE 409 TO STATUS-CODE-N OF JOBQ-SVC-RES
               MOVE 'Request is not running'
                   TO STATUS-MSG OF JOBQ-SVC-RES
               CLOSE JOBQ-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE Q-NEW-STATUS OF JOBQ-SVC-REQ
               TO JOBQ-STATUS OF WS-TEMP-JOBQ
           EVALUATE TRUE
               WHEN JOBQ-RUNNING OF WS-TEMP-JOBQ
                   MOVE WS-CURRENT-TIMESTAMP
                       TO JOBQ-STARTED-AT OF WS-TEMP-JOBQ
                   MOVE SPACES TO JOBQ-MESSAGE OF WS-TEMP-JOBQ
               WHEN OTHER
                   MOVE WS-CURRENT-TIMESTAMP
                       TO JOBQ-ENDED-AT OF WS-TEMP-JOBQ
                   MOVE Q-RETURN-CODE OF JOBQ-SVC-REQ
                       TO JOBQ-RETURN-CODE OF WS-TEMP-JOBQ
                   MOVE Q-RPT-GEN OF JOBQ-SVC-REQ
                       TO JOBQ-RPT-GEN OF WS-TEMP-JOBQ
                   MOVE Q-RPT-NAME OF JOBQ-SVC-REQ
                       TO JOBQ-RPT-NAME OF WS-TEMP-JOBQ
                   MOVE Q-MESSAGE OF JOBQ-SVC-REQ
                       TO JOBQ-MESSAGE OF WS-TEMP-JOBQ
           END-EVALUATE
           ADD 1 TO REC-VERSION OF WS-TEMP-JOBQ

           MOVE WS-TEMP-JOBQ TO JOBQ-RECORD
           REWRITE JOBQ-RECORD

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF JOBQ-SVC-RES
               MOVE 'Failed to update request'
                   TO STATUS-MSG OF JOBQ-SVC-RES
               CLOSE JOBQ-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE JOBQ-FILE

           PERFORM WRITE-QUEUE-AUDIT

           MOVE 0 TO STATUS-CODE-N OF JOBQ-SVC-RES
           MOVE 'Request updated' TO STATUS-MSG OF JOBQ-SVC-RES
           MOVE WS-TEMP-JOBQ TO OUT-JOBQ OF JOBQ-SVC-RES
           .

       WRITE-QUEUE-AUDIT.
           INITIALIZE WS-AUDIT-REC
           MOVE WS-AUDIT-ACTION TO ACTION OF WS-AUDIT-REC
           MOVE 'JBQ' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE JOBQ-REQ-ID OF WS-TEMP-JOBQ
               TO ENTITY-ID OF WS-AUDIT-REC
           MOVE USER-ID OF JOBQ-SVC-REQ TO USER-ID OF WS-AUDIT-REC
           MOVE CORR-ID OF JOBQ-SVC-REQ TO CORR-ID OF WS-AUDIT-REC
           MOVE WS-TEMP-JOBQ TO AFTER-VALUE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC
           .

       OPEN-JOBQ-FILE-IO.
      *    Pre: None
      *    Post: JOBQ-FILE open I-O (created first if it didn't
      *          exist), STATUS-CODE-N set

           OPEN I-O JOBQ-FILE

           IF FILE-NOT-FOUND
      *        Create new file
               OPEN OUTPUT JOBQ-FILE
               CLOSE JOBQ-FILE
               OPEN I-O JOBQ-FILE
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF JOBQ-SVC-RES
               MOVE 'Cannot open job request queue'
                   TO STATUS-MSG OF JOBQ-SVC-RES
           ELSE
               MOVE 0 TO STATUS-CODE-N OF JOBQ-SVC-RES
           END-IF
           .

       END PROGRAM JOBQ-SVC.
