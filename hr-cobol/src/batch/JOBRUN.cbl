       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBRUN.
      ******************************************************************
      * JOBRUN - Batch Job Submission Runner
      * Purpose: Works the request queue the HRMENU job submission
      *          form fills. Each queued request, oldest first, is
      *          claimed, registered with the central run control
      *          under its job name (parameter REQnnnnnn, so a
      *          request can never be run twice and the program's
      *          own period-keyed registration still guards against
      *          a duplicate of the business run), handed its keyed
      *          parameters in the environment variables the program
      *          reads, and run from the catalog command. A request
      *          whose pay period is quiesced by a payroll batch in
      *          flight stays queued for the next pass. The outcome
      *          and the report catalog entry the run printed are
      *          posted back to the request for the status screen.
      * Input: hr-cobol/data/jobcat.def (job catalog, see
      *          jobcat.cpy for the layout)
      *        hr-cobol/data/jobreq.dat via JOBQ-SVC
      *        hr-cobol/data/reports/rptcat.dat (report catalog)
      * Output: Request status via JOBQ-SVC; run history via
      *         RUNCTL-SVC
      * Note: Return code 0 and 4 (findings listed) count as
      *       completed; anything higher as failed. JOBRUN ends 4
      *       when any request failed.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBCAT-FILE
               ASSIGN TO 'hr-cobol/data/jobcat.def'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JCT-FILE-STATUS.

           SELECT RPTCAT-FILE
               ASSIGN TO 'hr-cobol/data/reports/rptcat.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOBCAT-FILE.
       01  JOBCAT-RECORD.
           COPY jobcat.

       FD  RPTCAT-FILE.
       01  RPTCAT-RECORD.
           05  CAT-GEN             PIC 9(6).
           05  CAT-NAME            PIC X(8).
           05  CAT-PERIOD          PIC X(8).
           05  CAT-RUN-DATE        PIC 9(8).
           05  CAT-RUN-TIME        PIC 9(6).
           05  CAT-OPERATOR        PIC X(16).
           05  CAT-PAGES           PIC 9(4).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'JOBRUN'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

       01  WS-JCT-FILE-STATUS      PIC XX.
           88  JCT-FILE-OK             VALUE '00'.
           88  JCT-FILE-EOF            VALUE '10'.
       01  WS-CAT-FILE-STATUS      PIC XX.
           88  CAT-FILE-OK             VALUE '00'.
           88  CAT-FILE-EOF            VALUE '10'.

      * Working storage for JOBQ-SVC calls
           COPY jobq-req.
           COPY jobq-res.
       01  WS-QUEUE-CURSOR         PIC 9(6) VALUE 0.
       01  WS-QUEUE-DONE-SW        PIC X VALUE 'N'.
           88  QUEUE-DONE              VALUE 'Y'.

       01  WS-REQ.
           COPY jobq REPLACING ==05== BY ==10==.

      * Working storage for RUNCTL-SVC calls - each request
      * registers under its job name with parameter REQnnnnnn
           COPY runctl-req.
           COPY runctl-res.
       01  WS-RUN-PARM             PIC X(10).
       01  WS-RUN-START-TS         PIC 9(14).

      * Working storage for LOCK-SVC calls - the period quiesce
      * held by a payroll batch in flight
           COPY lock-req.
           COPY lock-res.
       01  WS-QUIESCE-PERIOD-ID    PIC X(12).
       01  WS-QUIESCE-HOLDER       PIC X(8).
       01  WS-QUIESCE-SW           PIC X.
           88  PERIOD-QUIESCED         VALUE 'Y'.
           88  PERIOD-NOT-QUIESCED     VALUE 'N'.

      * The loaded job catalog - the 'J' rows only; the parameters
      * travel on the request itself
       78  MAX-CATALOG-JOBS        VALUE 40.
       01  WS-JOB-COUNT            PIC 9(2) VALUE 0.
       01  WS-JOB-TABLE.
           05  WS-JOB-ENTRY OCCURS 40 TIMES.
               10  WS-JT-NAME      PIC X(8).
               10  WS-JT-COMMAND   PIC X(60).
       01  WS-JOB-IDX              PIC 9(2).
       01  WS-FOUND-IDX            PIC 9(2).
       01  WS-PARM-IDX             PIC 9(2).

      * The report catalog high-water mark before the run, and the
      * newest entry the run added
       01  WS-CAT-HIGH-GEN         PIC 9(6).
       01  WS-OUT-RPT-GEN          PIC 9(6).
       01  WS-OUT-RPT-NAME         PIC X(8).

       01  WS-SYSTEM-COMMAND       PIC X(60).
       01  WS-JOB-RC               PIC 9(4).
       01  WS-OUTCOME              PIC X.
       01  WS-OUT-MESSAGE          PIC X(40).

       01  WS-RAN-COUNT            PIC 9(4) VALUE 0.
       01  WS-FAILED-COUNT         PIC 9(4) VALUE 0.
       01  WS-DEFERRED-COUNT       PIC 9(4) VALUE 0.
       01  WS-COUNT-DISPLAY        PIC ZZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'JOBRUN - Batch Job Submission Runner v' WS-VERSION

           PERFORM LOAD-JOB-CATALOG
           IF WS-JOB-COUNT = 0
               DISPLAY 'ERROR: jobcat.def is empty or missing'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO WS-QUEUE-CURSOR
           PERFORM RUN-NEXT-REQUEST UNTIL QUEUE-DONE

           MOVE WS-RAN-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Requests run:      ' WS-COUNT-DISPLAY
           MOVE WS-FAILED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Requests failed:   ' WS-COUNT-DISPLAY
           MOVE WS-DEFERRED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Held for quiesce:  ' WS-COUNT-DISPLAY

           IF WS-FAILED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       LOAD-JOB-CATALOG.
           OPEN INPUT JOBCAT-FILE
           IF NOT JCT-FILE-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL JCT-FILE-EOF
                   OR WS-JOB-COUNT >= MAX-CATALOG-JOBS
               READ JOBCAT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF JCAT-JOB-ROW
                               AND JCAT-JOB-NAME NOT = SPACES
                           ADD 1 TO WS-JOB-COUNT
                           MOVE JCAT-JOB-NAME
                               TO WS-JT-NAME(WS-JOB-COUNT)
                           MOVE JCAT-COMMAND
                               TO WS-JT-COMMAND(WS-JOB-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE JOBCAT-FILE
           .

      * RUN-NEXT-REQUEST: Fetches the next queued request past the
      * cursor and runs it - or leaves it queued when its period is
      * quiesced.
       RUN-NEXT-REQUEST.
           INITIALIZE JOBQ-SVC-REQ
           INITIALIZE JOBQ-SVC-RES
           SET OP-NEXT OF JOBQ-SVC-REQ TO TRUE
           MOVE 'JOBRUN' TO USER-ID OF JOBQ-SVC-REQ
           MOVE SPACES TO CORR-ID OF JOBQ-SVC-REQ
           MOVE WS-QUEUE-CURSOR TO Q-CURSOR OF JOBQ-SVC-REQ

           CALL 'JOBQ-SVC' USING JOBQ-SVC-REQ JOBQ-SVC-RES

           IF NOT OK OF JOBQ-SVC-RES
               SET QUEUE-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE OUT-JOBQ OF JOBQ-SVC-RES TO WS-REQ
           MOVE JOBQ-REQ-ID OF WS-REQ TO WS-QUEUE-CURSOR

           DISPLAY 'Request ' JOBQ-REQ-ID OF WS-REQ
               ' ' JOBQ-JOB-NAME OF WS-REQ
               ' by ' JOBQ-SUBMITTED-BY OF WS-REQ

           IF JOBQ-PERIOD OF WS-REQ NOT = SPACES
               PERFORM CHECK-PERIOD-QUIESCE
               IF PERIOD-QUIESCED
                   DISPLAY '  held - period ' JOBQ-PERIOD OF WS-REQ
                       ' is quiesced by ' WS-QUIESCE-HOLDER
                   ADD 1 TO WS-DEFERRED-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *    Claim it - a request another runner took first is left
      *    to that runner
           MOVE 'R' TO WS-OUTCOME
           MOVE SPACES TO WS-OUT-MESSAGE
           MOVE 0 TO WS-JOB-RC
           PERFORM POST-REQUEST-STATUS
           IF NOT OK OF JOBQ-SVC-RES
               DISPLAY '  skipped - ' STATUS-MSG OF JOBQ-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-OUT-RPT-GEN
           MOVE SPACES TO WS-OUT-RPT-NAME

           PERFORM FIND-CATALOG-JOB
           IF WS-FOUND-IDX = 0
               MOVE 'F' TO WS-OUTCOME
               MOVE 8 TO WS-JOB-RC
               MOVE 'Job is no longer in the job catalog'
                   TO WS-OUT-MESSAGE
               PERFORM CLOSE-OUT-REQUEST
               EXIT PARAGRAPH
           END-IF

           PERFORM REGISTER-REQUEST-START
           IF NOT OK OF RUNCTL-SVC-RES
               MOVE 'F' TO WS-OUTCOME
               MOVE 8 TO WS-JOB-RC
               MOVE 'Refused by run control - already run'
                   TO WS-OUT-MESSAGE
               PERFORM CLOSE-OUT-REQUEST
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-REQUEST-ENVIRONMENT
           PERFORM READ-CATALOG-HIGH-GEN

           MOVE WS-JT-COMMAND(WS-FOUND-IDX) TO WS-SYSTEM-COMMAND
           CALL 'SYSTEM' USING WS-SYSTEM-COMMAND
           MOVE RETURN-CODE TO WS-JOB-RC
           MOVE 0 TO RETURN-CODE
           ADD 1 TO WS-RAN-COUNT

           PERFORM FIND-RUN-REPORT

           EVALUATE TRUE
               WHEN WS-JOB-RC = 0
                   MOVE 'C' TO WS-OUTCOME
                   MOVE 'Completed' TO WS-OUT-MESSAGE
               WHEN WS-JOB-RC <= 4
                   MOVE 'C' TO WS-OUTCOME
                   MOVE 'Completed - findings listed'
                       TO WS-OUT-MESSAGE
               WHEN OTHER
                   MOVE 'F' TO WS-OUTCOME
                   MOVE 'Failed - see the job log' TO WS-OUT-MESSAGE
           END-EVALUATE

           PERFORM REGISTER-REQUEST-END
           PERFORM CLOSE-OUT-REQUEST
           .

      * CLOSE-OUT-REQUEST: Posts the outcome and the report catalog
      * entry back to the claimed request.
       CLOSE-OUT-REQUEST.
           IF WS-OUTCOME = 'F'
               ADD 1 TO WS-FAILED-COUNT
           END-IF
           PERFORM POST-REQUEST-STATUS
           DISPLAY '  ' WS-OUT-MESSAGE
           IF WS-OUT-RPT-GEN NOT = 0
               DISPLAY '  report ' WS-OUT-RPT-NAME
                   ' generation ' WS-OUT-RPT-GEN
           END-IF
           .

       POST-REQUEST-STATUS.
           INITIALIZE JOBQ-SVC-REQ
           INITIALIZE JOBQ-SVC-RES
           SET OP-UPDATE OF JOBQ-SVC-REQ TO TRUE
           MOVE 'JOBRUN' TO USER-ID OF JOBQ-SVC-REQ
           MOVE SPACES TO CORR-ID OF JOBQ-SVC-REQ
           MOVE JOBQ-REQ-ID OF WS-REQ TO Q-REQ-ID OF JOBQ-SVC-REQ
           MOVE WS-OUTCOME TO Q-NEW-STATUS OF JOBQ-SVC-REQ
           MOVE WS-JOB-RC TO Q-RETURN-CODE OF JOBQ-SVC-REQ
           MOVE WS-OUT-RPT-GEN TO Q-RPT-GEN OF JOBQ-SVC-REQ
           MOVE WS-OUT-RPT-NAME TO Q-RPT-NAME OF JOBQ-SVC-REQ
           MOVE WS-OUT-MESSAGE TO Q-MESSAGE OF JOBQ-SVC-REQ

           CALL 'JOBQ-SVC' USING JOBQ-SVC-REQ JOBQ-SVC-RES
           .

       FIND-CATALOG-JOB.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
                       OR WS-FOUND-IDX NOT = 0
               IF WS-JT-NAME(WS-JOB-IDX) = JOBQ-JOB-NAME OF WS-REQ
                   MOVE WS-JOB-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           .

      * SET-REQUEST-ENVIRONMENT: The run inherits the requester's
      * company scope, operator and period for the report headers
      * and catalog, and every keyed parameter - a blank one is set
      * blank, so nothing carries over from the previous request.
       SET-REQUEST-ENVIRONMENT.
           SET ENVIRONMENT 'COMPANY_CODE'
               TO JOBQ-COMPANY-CODE OF WS-REQ
           SET ENVIRONMENT 'REPORT_OPERATOR'
               TO JOBQ-SUBMITTED-BY OF WS-REQ
           SET ENVIRONMENT 'REPORT_PERIOD' TO JOBQ-PERIOD OF WS-REQ

           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > JOBQ-PARM-COUNT OF WS-REQ
               IF JOBQ-PARM-ENV OF WS-REQ(WS-PARM-IDX) NOT = SPACES
                   SET ENVIRONMENT JOBQ-PARM-ENV OF WS-REQ(WS-PARM-IDX)
                       TO JOBQ-PARM-VALUE OF WS-REQ(WS-PARM-IDX)
               END-IF
           END-PERFORM
           .

      * READ-CATALOG-HIGH-GEN / FIND-RUN-REPORT: The report catalog
      * before and after the run - the newest generation the run
      * added is the request's output.
       READ-CATALOG-HIGH-GEN.
           MOVE 0 TO WS-CAT-HIGH-GEN
           OPEN INPUT RPTCAT-FILE
           IF NOT CAT-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CAT-FILE-EOF
               READ RPTCAT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CAT-GEN > WS-CAT-HIGH-GEN
                           MOVE CAT-GEN TO WS-CAT-HIGH-GEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RPTCAT-FILE
           .

       FIND-RUN-REPORT.
           MOVE 0 TO WS-OUT-RPT-GEN
           MOVE SPACES TO WS-OUT-RPT-NAME
           OPEN INPUT RPTCAT-FILE
           IF NOT CAT-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CAT-FILE-EOF
               READ RPTCAT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CAT-GEN > WS-CAT-HIGH-GEN
                               AND CAT-GEN > WS-OUT-RPT-GEN
                           MOVE CAT-GEN TO WS-OUT-RPT-GEN
                           MOVE CAT-NAME TO WS-OUT-RPT-NAME
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RPTCAT-FILE
           .

      * CHECK-PERIOD-QUIESCE: Whether a payroll batch holds the
      * 'PER' lock on the request's period - the same scan PAY-SVC
      * makes before an online change.
       CHECK-PERIOD-QUIESCE.
           SET PERIOD-NOT-QUIESCED TO TRUE
           MOVE SPACES TO WS-QUIESCE-PERIOD-ID
           MOVE JOBQ-PERIOD OF WS-REQ TO WS-QUIESCE-PERIOD-ID(1:6)

           INITIALIZE LOCK-SVC-REQ
           INITIALIZE LOCK-SVC-RES
           SET OP-SCAN OF LOCK-SVC-REQ TO TRUE
           MOVE 'JOBRUN' TO USER-ID OF LOCK-SVC-REQ
           MOVE SPACES TO CORR-ID OF LOCK-SVC-REQ
           MOVE SPACES TO Q-CURSOR-TYPE OF LOCK-SVC-REQ
           MOVE SPACES TO Q-CURSOR-ID OF LOCK-SVC-REQ

           PERFORM SCAN-ONE-QUIESCE-LOCK
               UNTIL PERIOD-QUIESCED
                   OR NOT OK OF LOCK-SVC-RES
           .

       SCAN-ONE-QUIESCE-LOCK.
           CALL 'LOCK-SVC' USING LOCK-SVC-REQ LOCK-SVC-RES

           IF NOT OK OF LOCK-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF OUT-ENTITY-TYPE OF LOCK-SVC-RES = 'PER'
                   AND OUT-ENTITY-ID OF LOCK-SVC-RES
                       = WS-QUIESCE-PERIOD-ID
               SET PERIOD-QUIESCED TO TRUE
               MOVE OUT-HOLDER OF LOCK-SVC-RES TO WS-QUIESCE-HOLDER
               EXIT PARAGRAPH
           END-IF

           MOVE OUT-ENTITY-TYPE OF LOCK-SVC-RES
               TO Q-CURSOR-TYPE OF LOCK-SVC-REQ
           MOVE OUT-ENTITY-ID OF LOCK-SVC-RES
               TO Q-CURSOR-ID OF LOCK-SVC-REQ
           .

       REGISTER-REQUEST-START.
           MOVE SPACES TO WS-RUN-PARM
           STRING 'REQ' JOBQ-REQ-ID OF WS-REQ
               DELIMITED BY SIZE INTO WS-RUN-PARM

           INITIALIZE RUNCTL-SVC-REQ
           INITIALIZE RUNCTL-SVC-RES
           SET OP-START OF RUNCTL-SVC-REQ TO TRUE
           MOVE 'JOBRUN' TO USER-ID OF RUNCTL-SVC-REQ
           MOVE SPACES TO CORR-ID OF RUNCTL-SVC-REQ
           MOVE JOBQ-JOB-NAME OF WS-REQ TO Q-JOB-NAME OF RUNCTL-SVC-REQ
           MOVE WS-RUN-PARM TO Q-RUN-PARM OF RUNCTL-SVC-REQ
           MOVE 'N' TO Q-OVERRIDE OF RUNCTL-SVC-REQ
           CALL 'RUNCTL-SVC' USING RUNCTL-SVC-REQ RUNCTL-SVC-RES
           MOVE OUT-START-TIMESTAMP OF RUNCTL-SVC-RES
               TO WS-RUN-START-TS
           .

       REGISTER-REQUEST-END.
           INITIALIZE RUNCTL-SVC-REQ
           INITIALIZE RUNCTL-SVC-RES
           SET OP-END OF RUNCTL-SVC-REQ TO TRUE
           MOVE 'JOBRUN' TO USER-ID OF RUNCTL-SVC-REQ
           MOVE SPACES TO CORR-ID OF RUNCTL-SVC-REQ
           MOVE JOBQ-JOB-NAME OF WS-REQ TO Q-JOB-NAME OF RUNCTL-SVC-REQ
           MOVE WS-RUN-PARM TO Q-RUN-PARM OF RUNCTL-SVC-REQ
           MOVE WS-RUN-START-TS TO Q-START-TIMESTAMP OF RUNCTL-SVC-REQ
           MOVE 1 TO Q-TOTAL-COUNT OF RUNCTL-SVC-REQ
           IF WS-OUTCOME = 'C'
               MOVE 1 TO Q-SUCCESS-COUNT OF RUNCTL-SVC-REQ
               MOVE 0 TO Q-FAILED-COUNT OF RUNCTL-SVC-REQ
           ELSE
               MOVE 0 TO Q-SUCCESS-COUNT OF RUNCTL-SVC-REQ
               MOVE 1 TO Q-FAILED-COUNT OF RUNCTL-SVC-REQ
           END-IF
           MOVE WS-OUTCOME TO Q-OUTCOME OF RUNCTL-SVC-REQ
           CALL 'RUNCTL-SVC' USING RUNCTL-SVC-REQ RUNCTL-SVC-RES
           .

       END PROGRAM JOBRUN.
