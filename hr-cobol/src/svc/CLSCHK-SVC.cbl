       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLSCHK-SVC.
      ******************************************************************
      * CLSCHK-SVC - Payroll Period Close Checklist Service
      * Purpose: Keeps the list of steps each payroll run type must
      *          have behind it before the period may be closed -
      *          proof sheet run, bank file cut and sent, payment
      *          confirmed, GL posted - and answers, for a pay period
      *          and run type, which of them the run history
      *          (RUNCTL-SVC) and the transmission register
      *          (XMIT-SVC) show done and which are still missing.
      *          PAY-SVC's CLOSE-PERIOD refuses on a missing step;
      *          HRMENU shows each open period's progress.
      * Operations: ADD, DELETE, LIST, EVALUATE
      * Pre: Valid request with OP-CODE, USER-ID, CORR-ID
      * Post: Response with STATUS-CODE-N and STATUS-MSG
      * Note: CLSCHK-FILE is owned by this service directly, the way
      *       RUNCTL-SVC owns runctl.dat - keyed on CHK-RUN-TYPE +
      *       CHK-STEP-SEQ. A run type with no steps on file is held
      *       to the standard sequence built in STANDARD-STEPS.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLSCHK-FILE ASSIGN TO 'hr-cobol/data/closechk.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHK-REC-KEY
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * CHK-REC-KEY is CHK-RUN-TYPE + CHK-STEP-SEQ (positions 12-14
      * of the 100-byte record).
       FD  CLSCHK-FILE.
       01  CLSCHK-RECORD.
           05  FILLER               PIC X(11).
           05  CHK-REC-KEY          PIC X(3).
           05  FILLER               PIC X(86).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'CLSCHK-SVC'.
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

       01  WS-TEMP-CLSCHK.
           COPY closechk REPLACING ==05== BY ==10==.

       01  WS-KEY-BUILD.
           05  WS-KEY-RUN-TYPE     PIC X.
           05  WS-KEY-STEP-SEQ     PIC 9(2).

       01  WS-SCAN-DONE-SW         PIC X     VALUE 'N'.
           88  SCAN-DONE               VALUE 'Y'.
           88  SCAN-NOT-DONE           VALUE 'N'.
       01  WS-FOUND-SW             PIC X.
           88  STEP-FOUND              VALUE 'Y'.
           88  STEP-NOT-FOUND          VALUE 'N'.

      * The run type's steps being evaluated, from the file or the
      * standard sequence
       78  MAX-STEPS               VALUE 10.
       01  WS-STEP-COUNT           PIC 9(2).
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 10 TIMES.
               10  WS-STEP-JOB         PIC X(8).
               10  WS-STEP-KIND        PIC X.
               10  WS-STEP-MATCH       PIC X.
               10  WS-STEP-DESC        PIC X(40).
       01  WS-STEP-IDX             PIC 9(2).

      * Working storage for RUNCTL-SVC calls - the job's run history,
      * walked a record at a time
           COPY runctl-req.
           COPY runctl-res.

      * Working storage for XMIT-SVC calls - the register, walked a
      * generation at a time
           COPY xmit-req.
           COPY xmit-res.

      * The latest run of the step's job that matches the period
       01  WS-BEST-START-TS        PIC 9(14).
       01  WS-BEST-OUTCOME         PIC X.
       01  WS-RUN-MATCH-SW         PIC X.
           88  RUN-MATCHES             VALUE 'Y'.
           88  RUN-DOES-NOT-MATCH      VALUE 'N'.
       01  WS-PERIOD-X             PIC X(6).

      * The first generation the job registered after that run
      * started - the run's own file
       01  WS-GEN-FOUND-SW         PIC X.
           88  GEN-FOUND               VALUE 'Y'.
           88  GEN-NOT-FOUND           VALUE 'N'.
       01  WS-GEN-STATUS           PIC X.
       01  WS-GEN-NUMBER           PIC 9(6).
       01  WS-DETAIL               PIC X(30).
       01  WS-RUN-DATE-DISP        PIC X(8).

       LINKAGE SECTION.
           COPY cchk-req.
           COPY cchk-res.

       PROCEDURE DIVISION USING CLSCHK-SVC-REQ CLSCHK-SVC-RES.

       MAIN-PROCESS.
      *    Initialize response
           INITIALIZE CLSCHK-SVC-RES
           MOVE CORR-ID OF CLSCHK-SVC-REQ TO CORR-ID OF CLSCHK-SVC-RES

      *    Get current date and timestamp
           ACCEPT WS-DATE-1 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-DATE-1 WS-CURRENT-TIME
               DELIMITED BY SIZE
               INTO WS-CURRENT-TIMESTAMP

      *    Route to operation
           EVALUATE TRUE
               WHEN OP-ADD OF CLSCHK-SVC-REQ
                   PERFORM ADD-STEP
               WHEN OP-DELETE OF CLSCHK-SVC-REQ
                   PERFORM DELETE-STEP
               WHEN OP-LIST OF CLSCHK-SVC-REQ
                   PERFORM LIST-STEPS
               WHEN OP-EVALUATE OF CLSCHK-SVC-REQ
                   PERFORM EVALUATE-CHECKLIST
               WHEN OTHER
                   MOVE 422 TO STATUS-CODE-N OF CLSCHK-SVC-RES
                   MOVE 'Invalid operation code'
                       TO STATUS-MSG OF CLSCHK-SVC-RES
           END-EVALUATE

           GOBACK
           .

       ADD-STEP.
      *    Pre: IN-CLSCHK carries the run type, sequence, job name,
      *         kind, parameter match and description
      *    Post: Step written, or replaced when the run type already
      *          has one at that sequence

           MOVE IN-CLSCHK OF CLSCHK-SVC-REQ TO WS-TEMP-CLSCHK

           IF CHK-RUN-TYPE OF WS-TEMP-CLSCHK NOT = 'R'
                   AND CHK-RUN-TYPE OF WS-TEMP-CLSCHK NOT = 'B'
                   AND CHK-RUN-TYPE OF WS-TEMP-CLSCHK NOT = 'S'
               MOVE 422 TO STATUS-CODE-N OF CLSCHK-SVC-RES
               MOVE 'Run type must be R, B or S'
                   TO STATUS-MSG OF CLSCHK-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF CHK-STEP-SEQ OF WS-TEMP-CLSCHK NOT NUMERIC
                   OR CHK-STEP-SEQ OF WS-TEMP-CLSCHK = 0
                   OR CHK-STEP-SEQ OF WS-TEMP-CLSCHK > MAX-STEPS
               MOVE 422 TO STATUS-CODE-N OF CLSCHK-SVC-RES
               MOVE 'Step sequence must be 01-10'
                   TO STATUS-MSG OF CLSCHK-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF CHK-JOB-NAME OF WS-TEMP-CLSCHK = SPACES
               MOVE 422 TO STATUS-CODE-N OF CLSCHK-SVC-RES
               MOVE 'Job name is required'
                   TO STATUS-MSG OF CLSCHK-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF NOT CHK-KIND-VALID OF WS-TEMP-CLSCHK
               MOVE 422 TO STATUS-CODE-N OF CLSCHK-SVC-RES
               MOVE 'Step kind must be R (run) or T (transmitted)'
                   TO STATUS-MSG OF CLSCHK-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF NOT CHK-MATCH-VALID OF WS-TEMP-CLSCHK
               MOVE 422 TO STATUS-CODE-N OF CLSCHK-SVC-RES
               MOVE 'Parameter match must be P (period) or D (date)'
                   TO STATUS-MSG OF CLSCHK-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-CLSCHK-FILE-IO
           IF NOT OK OF CLSCHK-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE CHK-RUN-TYPE OF WS-TEMP-CLSCHK TO WS-KEY-RUN-TYPE
           MOVE CHK-STEP-SEQ OF WS-TEMP-CLSCHK TO WS-KEY-STEP-SEQ
           MOVE WS-KEY-BUILD TO CHK-REC-KEY
           SET STEP-FOUND TO TRUE
           READ CLSCHK-FILE
               INVALID KEY
                   SET STEP-NOT-FOUND TO TRUE
           END-READ

           MOVE 1 TO RECORD-VERSION OF WS-TEMP-CLSCHK
           MOVE USER-ID OF CLSCHK-SVC-REQ(1:8)
               TO CREATED-BY OF WS-TEMP-CLSCHK
           MOVE WS-CURRENT-TIMESTAMP TO CREATED-AT OF WS-TEMP-CLSCHK

           IF STEP-FOUND
               MOVE CLSCHK-RECORD TO OUT-CLSCHK OF CLSCHK-SVC-RES
               COMPUTE REC-VERSION OF WS-TEMP-CLSCHK =
                   REC-VERSION OF OUT-CLSCHK OF CLSCHK-SVC-RES + 1
               MOVE WS-TEMP-CLSCHK TO CLSCHK-RECORD
               REWRITE CLSCHK-RECORD
           ELSE
               MOVE 1 TO REC-VERSION OF WS-TEMP-CLSCHK
               MOVE WS-TEMP-CLSCHK TO CLSCHK-RECORD
               WRITE CLSCHK-RECORD
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF CLSCHK-SVC-RES
               MOVE 'Failed to write checklist step'
                   TO STATUS-MSG OF CLSCHK-SVC-RES
               CLOSE CLSCHK-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE CLSCHK-FILE

           MOVE 0 TO STATUS-CODE-N OF CLSCHK-SVC-RES
           IF STEP-FOUND
               MOVE 'Checklist step replaced'
                   TO STATUS-MSG OF CLSCHK-SVC-RES
           ELSE
               MOVE 'Checklist step added'
                   TO STATUS-MSG OF CLSCHK-SVC-RES
           END-IF
           MOVE WS-TEMP-CLSCHK TO OUT-CLSCHK OF CLSCHK-SVC-RES
           .

       DELETE-STEP.
      *    Pre: Q-RUN-TYPE and Q-STEP-SEQ identify the step
      *    Post: Step removed, or STATUS-CODE-N = 404

           PERFORM OPEN-CLSCHK-FILE-IO
           IF NOT OK OF CLSCHK-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-RUN-TYPE OF CLSCHK-SVC-REQ TO WS-KEY-RUN-TYPE
           MOVE Q-STEP-SEQ OF CLSCHK-SVC-REQ TO WS-KEY-STEP-SEQ
           MOVE WS-KEY-BUILD TO CHK-REC-KEY
           READ CLSCHK-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF CLSCHK-SVC-RES
                   MOVE 'Checklist step not found'
                       TO STATUS-MSG OF CLSCHK-SVC-RES
                   CLOSE CLSCHK-FILE
                   EXIT PARAGRAPH
           END-READ

           MOVE CLSCHK-RECORD TO OUT-CLSCHK OF CLSCHK-SVC-RES
           DELETE CLSCHK-FILE RECORD
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF CLSCHK-SVC-RES
               MOVE 'Failed to delete checklist step'
                   TO STATUS-MSG OF CLSCHK-SVC-RES
               CLOSE CLSCHK-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE CLSCHK-FILE

           MOVE 0 TO STATUS-CODE-N OF CLSCHK-SVC-RES
           MOVE 'Checklist step deleted'
               TO STATUS-MSG OF CLSCHK-SVC-RES
           .

       LIST-STEPS.
      *    Pre: Q-RUN-TYPE/Q-STEP-SEQ carry the key of the last step
      *         returned (space/zero to start)
      *    Post: OUT-CLSCHK holds the next step on file, or
      *          STATUS-CODE-N = 404 when the list is exhausted

           OPEN INPUT CLSCHK-FILE

           IF FILE-NOT-FOUND
               MOVE 404 TO STATUS-CODE-N OF CLSCHK-SVC-RES
               MOVE 'No checklist steps on file'
                   TO STATUS-MSG OF CLSCHK-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF CLSCHK-SVC-RES
               MOVE 'Cannot open checklist file'
                   TO STATUS-MSG OF CLSCHK-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-RUN-TYPE OF CLSCHK-SVC-REQ TO WS-KEY-RUN-TYPE
           MOVE Q-STEP-SEQ OF CLSCHK-SVC-REQ TO WS-KEY-STEP-SEQ
           MOVE WS-KEY-BUILD TO CHK-REC-KEY
           SET STEP-NOT-FOUND TO TRUE

           START CLSCHK-FILE KEY IS GREATER THAN CHK-REC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CLSCHK-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE CLSCHK-RECORD TO WS-TEMP-CLSCHK
                           SET STEP-FOUND TO TRUE
                   END-READ
           END-START

           CLOSE CLSCHK-FILE

           IF STEP-FOUND
               MOVE WS-TEMP-CLSCHK TO OUT-CLSCHK OF CLSCHK-SVC-RES
               MOVE 0 TO STATUS-CODE-N OF CLSCHK-SVC-RES
               MOVE 'Checklist step found'
                   TO STATUS-MSG OF CLSCHK-SVC-RES
           ELSE
               MOVE 404 TO STATUS-CODE-N OF CLSCHK-SVC-RES
               MOVE 'No further checklist steps'
                   TO STATUS-MSG OF CLSCHK-SVC-RES
           END-IF
           .

       EVALUATE-CHECKLIST.
      *    Pre: Q-PAY-PERIOD (YYYYMM) and Q-RUN-TYPE (R/B/S)
      *    Post: STEP-RESULT holds each step done or missing with
      *          its detail, MISSING-COUNT the outstanding steps;
      *          STATUS-CODE-N = 0 whether or not any are missing

           IF Q-PAY-PERIOD OF CLSCHK-SVC-REQ NOT NUMERIC
               MOVE 422 TO STATUS-CODE-N OF CLSCHK-SVC-RES
               MOVE 'Q-PAY-PERIOD (YYYYMM) is required'
                   TO STATUS-MSG OF CLSCHK-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF Q-RUN-TYPE OF CLSCHK-SVC-REQ NOT = 'R'
                   AND Q-RUN-TYPE OF CLSCHK-SVC-REQ NOT = 'B'
                   AND Q-RUN-TYPE OF CLSCHK-SVC-REQ NOT = 'S'
               MOVE 422 TO STATUS-CODE-N OF CLSCHK-SVC-RES
               MOVE 'Run type must be R, B or S'
                   TO STATUS-MSG OF CLSCHK-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-PAY-PERIOD OF CLSCHK-SVC-REQ TO WS-PERIOD-X

           PERFORM LOAD-RUN-TYPE-STEPS
           IF WS-STEP-COUNT = 0
               PERFORM STANDARD-STEPS
               SET STEPS-STANDARD OF CLSCHK-SVC-RES TO TRUE
           ELSE
               SET STEPS-ON-FILE OF CLSCHK-SVC-RES TO TRUE
           END-IF

           MOVE WS-STEP-COUNT TO STEP-COUNT OF CLSCHK-SVC-RES
           MOVE 0 TO MISSING-COUNT OF CLSCHK-SVC-RES

           PERFORM EVALUATE-ONE-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT

           MOVE 0 TO STATUS-CODE-N OF CLSCHK-SVC-RES
           IF MISSING-COUNT OF CLSCHK-SVC-RES = 0
               MOVE 'Close checklist complete'
                   TO STATUS-MSG OF CLSCHK-SVC-RES
           ELSE
               MOVE 'Close checklist has steps outstanding'
                   TO STATUS-MSG OF CLSCHK-SVC-RES
           END-IF
           .

      * LOAD-RUN-TYPE-STEPS: Reads the run type's steps from the
      * file in sequence order. A missing file is the same as an
      * empty one - the standard steps apply.
       LOAD-RUN-TYPE-STEPS.
           MOVE 0 TO WS-STEP-COUNT

           OPEN INPUT CLSCHK-FILE
           IF NOT FILE-OK
               EXIT PARAGRAPH
           END-IF

           MOVE Q-RUN-TYPE OF CLSCHK-SVC-REQ TO WS-KEY-RUN-TYPE
           MOVE 0 TO WS-KEY-STEP-SEQ
           MOVE WS-KEY-BUILD TO CHK-REC-KEY
           SET SCAN-NOT-DONE TO TRUE
           START CLSCHK-FILE KEY IS GREATER THAN CHK-REC-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START

           PERFORM UNTIL SCAN-DONE
               READ CLSCHK-FILE NEXT RECORD
                   AT END
                       SET SCAN-DONE TO TRUE
                   NOT AT END
                       MOVE CLSCHK-RECORD TO WS-TEMP-CLSCHK
                       IF CHK-RUN-TYPE OF WS-TEMP-CLSCHK
                               NOT = Q-RUN-TYPE OF CLSCHK-SVC-REQ
                               OR WS-STEP-COUNT >= MAX-STEPS
                           SET SCAN-DONE TO TRUE
                       ELSE
                           ADD 1 TO WS-STEP-COUNT
                           MOVE CHK-JOB-NAME OF WS-TEMP-CLSCHK
                               TO WS-STEP-JOB(WS-STEP-COUNT)
                           MOVE CHK-KIND OF WS-TEMP-CLSCHK
                               TO WS-STEP-KIND(WS-STEP-COUNT)
                           MOVE CHK-PARM-MATCH OF WS-TEMP-CLSCHK
                               TO WS-STEP-MATCH(WS-STEP-COUNT)
                           MOVE CHK-STEP-DESC OF WS-TEMP-CLSCHK
                               TO WS-STEP-DESC(WS-STEP-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CLSCHK-FILE
           .

      * STANDARD-STEPS: The sequence every run type is held to until
      * payroll puts its own on file - the proof sheet, the bank
      * transfer file sent, the bank's payment confirmation taken
      * in, and the GL posting file sent.
       STANDARD-STEPS.
           MOVE 4 TO WS-STEP-COUNT
           MOVE 'PROOF' TO WS-STEP-JOB(1)
           MOVE 'R' TO WS-STEP-KIND(1)
           MOVE 'P' TO WS-STEP-MATCH(1)
           MOVE 'Proof sheet run in balance' TO WS-STEP-DESC(1)
           MOVE 'EXPPAY' TO WS-STEP-JOB(2)
           MOVE 'T' TO WS-STEP-KIND(2)
           MOVE 'P' TO WS-STEP-MATCH(2)
           MOVE 'Bank transfer file sent to the bank'
               TO WS-STEP-DESC(2)
           MOVE 'IMPPAID' TO WS-STEP-JOB(3)
           MOVE 'R' TO WS-STEP-KIND(3)
           MOVE 'D' TO WS-STEP-MATCH(3)
           MOVE 'Bank payment confirmation imported'
               TO WS-STEP-DESC(3)
           MOVE 'EXPGL' TO WS-STEP-JOB(4)
           MOVE 'T' TO WS-STEP-KIND(4)
           MOVE 'P' TO WS-STEP-MATCH(4)
           MOVE 'GL posting file sent to accounting'
               TO WS-STEP-DESC(4)
           .

      * EVALUATE-ONE-STEP: Finds the step job's latest run matching
      * the period; it must have completed, and for a transmitted
      * step the first file the job registered after that run
      * started must be marked transmitted or acknowledged.
       EVALUATE-ONE-STEP.
           MOVE WS-STEP-JOB(WS-STEP-IDX)
               TO RES-JOB-NAME OF CLSCHK-SVC-RES(WS-STEP-IDX)
           MOVE WS-STEP-DESC(WS-STEP-IDX)
               TO RES-STEP-DESC OF CLSCHK-SVC-RES(WS-STEP-IDX)
           SET STEP-MISSING OF CLSCHK-SVC-RES(WS-STEP-IDX) TO TRUE
           MOVE SPACES TO WS-DETAIL

           PERFORM FIND-LATEST-MATCHING-RUN

           EVALUATE TRUE
               WHEN WS-BEST-START-TS = 0
                   MOVE 'Not run for the period' TO WS-DETAIL
               WHEN WS-BEST-OUTCOME = 'R'
                   MOVE 'Run still in flight' TO WS-DETAIL
               WHEN WS-BEST-OUTCOME = 'F'
                   MOVE 'Last run failed' TO WS-DETAIL
               WHEN WS-STEP-KIND(WS-STEP-IDX) = 'T'
                   PERFORM FIND-RUN-GENERATION
                   EVALUATE TRUE
                       WHEN GEN-NOT-FOUND
                           MOVE 'No file on the register'
                               TO WS-DETAIL
                       WHEN WS-GEN-STATUS = 'T'
                           OR WS-GEN-STATUS = 'A'
                           SET STEP-DONE OF CLSCHK-SVC-RES(WS-STEP-IDX)
                               TO TRUE
                           STRING 'Generation ' WS-GEN-NUMBER
                               ' sent'
                               DELIMITED BY SIZE INTO WS-DETAIL
                       WHEN OTHER
                           STRING 'Generation ' WS-GEN-NUMBER
                               ' not sent'
                               DELIMITED BY SIZE INTO WS-DETAIL
                   END-EVALUATE
               WHEN OTHER
                   SET STEP-DONE OF CLSCHK-SVC-RES(WS-STEP-IDX)
                       TO TRUE
                   MOVE WS-BEST-START-TS(1:8) TO WS-RUN-DATE-DISP
                   STRING 'Completed ' WS-RUN-DATE-DISP
                       DELIMITED BY SIZE INTO WS-DETAIL
           END-EVALUATE

           MOVE WS-DETAIL TO RES-DETAIL OF CLSCHK-SVC-RES(WS-STEP-IDX)
           IF STEP-MISSING OF CLSCHK-SVC-RES(WS-STEP-IDX)
               ADD 1 TO MISSING-COUNT OF CLSCHK-SVC-RES
           END-IF
           .

      * FIND-LATEST-MATCHING-RUN: Walks the step job's run history
      * through RUNCTL-SVC LIST, which answers in key order - every
      * parameter of the job, each in start order - and keeps the
      * latest-starting run whose parameter ties it to the period.
       FIND-LATEST-MATCHING-RUN.
           MOVE 0 TO WS-BEST-START-TS
           MOVE SPACE TO WS-BEST-OUTCOME

           INITIALIZE RUNCTL-SVC-REQ
           SET OP-LIST OF RUNCTL-SVC-REQ TO TRUE
           MOVE USER-ID OF CLSCHK-SVC-REQ TO USER-ID OF RUNCTL-SVC-REQ
           MOVE CORR-ID OF CLSCHK-SVC-REQ TO CORR-ID OF RUNCTL-SVC-REQ
           MOVE WS-STEP-JOB(WS-STEP-IDX)
               TO Q-CURSOR-JOB OF RUNCTL-SVC-REQ
           MOVE SPACES TO Q-CURSOR-PARM OF RUNCTL-SVC-REQ
           MOVE 0 TO Q-CURSOR-TS OF RUNCTL-SVC-REQ
           SET SCAN-NOT-DONE TO TRUE

           PERFORM UNTIL SCAN-DONE
               INITIALIZE RUNCTL-SVC-RES
               CALL 'RUNCTL-SVC' USING RUNCTL-SVC-REQ RUNCTL-SVC-RES
               IF NOT OK OF RUNCTL-SVC-RES
                       OR JOB-NAME OF OUT-RUNCTL OF RUNCTL-SVC-RES
                           NOT = WS-STEP-JOB(WS-STEP-IDX)
                   SET SCAN-DONE TO TRUE
               ELSE
                   PERFORM CHECK-RUN-MATCH
                   IF RUN-MATCHES
                           AND START-TIMESTAMP OF OUT-RUNCTL
                               OF RUNCTL-SVC-RES > WS-BEST-START-TS
                       MOVE START-TIMESTAMP OF OUT-RUNCTL
                           OF RUNCTL-SVC-RES TO WS-BEST-START-TS
                       MOVE RUN-OUTCOME OF OUT-RUNCTL
                           OF RUNCTL-SVC-RES TO WS-BEST-OUTCOME
                   END-IF
                   MOVE JOB-NAME OF OUT-RUNCTL OF RUNCTL-SVC-RES
                       TO Q-CURSOR-JOB OF RUNCTL-SVC-REQ
                   MOVE RUN-PARM OF OUT-RUNCTL OF RUNCTL-SVC-RES
                       TO Q-CURSOR-PARM OF RUNCTL-SVC-REQ
                   MOVE START-TIMESTAMP OF OUT-RUNCTL
                       OF RUNCTL-SVC-RES
                       TO Q-CURSOR-TS OF RUNCTL-SVC-REQ
               END-IF
           END-PERFORM
           .

      * CHECK-RUN-MATCH: A period-keyed job's RUN-PARM starts with
      * the pay period (the company code, where there is one,
      * follows it - any entity's run counts); a date-keyed job's
      * run date must fall in or after the period's month.
       CHECK-RUN-MATCH.
           SET RUN-DOES-NOT-MATCH TO TRUE
           IF WS-STEP-MATCH(WS-STEP-IDX) = 'D'
               IF RUN-PARM OF OUT-RUNCTL OF RUNCTL-SVC-RES(1:8)
                       IS NUMERIC
                   AND RUN-PARM OF OUT-RUNCTL OF RUNCTL-SVC-RES(1:6)
                       NOT < WS-PERIOD-X
                   SET RUN-MATCHES TO TRUE
               END-IF
           ELSE
               IF RUN-PARM OF OUT-RUNCTL OF RUNCTL-SVC-RES(1:6)
                       = WS-PERIOD-X
                   SET RUN-MATCHES TO TRUE
               END-IF
           END-IF
           .

      * FIND-RUN-GENERATION: The register numbers generations in
      * creation order, so the first one booked by the step's job at
      * or after the matching run's start is that run's own file.
       FIND-RUN-GENERATION.
           SET GEN-NOT-FOUND TO TRUE
           MOVE SPACE TO WS-GEN-STATUS
           MOVE 0 TO WS-GEN-NUMBER

           INITIALIZE XMIT-SVC-REQ
           SET OP-LIST OF XMIT-SVC-REQ TO TRUE
           MOVE USER-ID OF CLSCHK-SVC-REQ TO USER-ID OF XMIT-SVC-REQ
           MOVE CORR-ID OF CLSCHK-SVC-REQ TO CORR-ID OF XMIT-SVC-REQ
           MOVE 0 TO Q-CURSOR OF XMIT-SVC-REQ
           SET SCAN-NOT-DONE TO TRUE

           PERFORM UNTIL SCAN-DONE
               INITIALIZE XMIT-SVC-RES
               CALL 'XMIT-SVC' USING XMIT-SVC-REQ XMIT-SVC-RES
               IF NOT OK OF XMIT-SVC-RES
                   SET SCAN-DONE TO TRUE
               ELSE
                   IF XMIT-JOB OF OUT-XMIT OF XMIT-SVC-RES
                           = WS-STEP-JOB(WS-STEP-IDX)
                       AND CREATED-AT OF OUT-XMIT OF XMIT-SVC-RES
                           NOT < WS-BEST-START-TS
                       SET GEN-FOUND TO TRUE
                       SET SCAN-DONE TO TRUE
                       MOVE XMIT-STATUS OF OUT-XMIT OF XMIT-SVC-RES
                           TO WS-GEN-STATUS
                       MOVE GEN-NUMBER OF OUT-XMIT OF XMIT-SVC-RES
                           TO WS-GEN-NUMBER
                   END-IF
                   MOVE NEXT-CURSOR OF XMIT-SVC-RES
                       TO Q-CURSOR OF XMIT-SVC-REQ
                   IF NO-MORE-RESULTS OF XMIT-SVC-RES
                       SET SCAN-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           .

       OPEN-CLSCHK-FILE-IO.
      *    Pre: None
      *    Post: CLSCHK-FILE open I-O (created first if it didn't
      *          exist), STATUS-CODE-N set

           OPEN I-O CLSCHK-FILE

           IF FILE-NOT-FOUND
      *        Create new file
               OPEN OUTPUT CLSCHK-FILE
               CLOSE CLSCHK-FILE
               OPEN I-O CLSCHK-FILE
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF CLSCHK-SVC-RES
               MOVE 'Cannot open checklist file'
                   TO STATUS-MSG OF CLSCHK-SVC-RES
           ELSE
               MOVE 0 TO STATUS-CODE-N OF CLSCHK-SVC-RES
           END-IF
           .

       END PROGRAM CLSCHK-SVC.
