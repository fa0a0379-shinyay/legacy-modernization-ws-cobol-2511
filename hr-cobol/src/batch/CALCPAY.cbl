      *          reconcile against IMPPAY's draft count.
      * Input: hr-cobol/data/payroll.dat
      * Output: hr-cobol/data/import/calcpay.log
      *         hr-cobol/data/import/calcpay.ckp (checkpoint -
      *         last PAY-ID plus the period/frequency/pay it was
      *         taken for)
      * Parm: CALCPAY_PAY_PERIOD environment variable (YYYYMM,
      *       required)
      *       CALCPAY_PAY_FREQUENCY environment variable (M, S or
      *       W - default M; a semi-monthly or weekly run sweeps only
      *       that frequency's drafts)
      *       CALCPAY_PERIOD_SEQ environment variable (the semi-
      *       monthly/weekly pay within the month - defaults to the
      *       calendar's earliest open one)
      *       RUNCTL_OVERRIDE environment variable ('Y' overrides
      *       the duplicate-run guard)
      ******************************************************************

       01  WS-ENV-PAY-PERIOD       PIC X(10).
       01  WS-PERIOD               PIC 9(6) VALUE 0.
       01  WS-ENV-PAY-FREQUENCY    PIC X(10).
       01  WS-ENV-PERIOD-SEQ       PIC X(10).
       01  WS-FREQUENCY            PIC X VALUE 'M'.
           88  RUN-MONTHLY         VALUE 'M'.
       01  WS-PERIOD-SEQ           PIC 9 VALUE 0.
       01  WS-DRAFT-FREQUENCY      PIC X.
       01  WS-DRAFT-MATCH-SW       PIC X VALUE 'N'.
           88  DRAFT-IN-RUN        VALUE 'Y'.
           88  DRAFT-NOT-IN-RUN    VALUE 'N'.

      * Checkpoint - the highest PAY-ID already calculated (the file
      * arrives in PAY-ID order, so resume skips everything at or
      * below it), stamped with the period, frequency and pay it was
      * taken for - a month now has several sweeps, and one left by
      * another sweep must not skip this one's drafts
       01  WS-CKP-BUFFER.
           05  WS-CKP-BUF-PAY-ID   PIC X(12).
           05  WS-CKP-BUF-PERIOD   PIC X(6).
           05  WS-CKP-BUF-FREQUENCY
                                   PIC X.
           05  WS-CKP-BUF-SEQ      PIC X.
       01  WS-CKP-PAY-ID           PIC 9(12) VALUE 0.
       01  WS-CKP-RUN-KEY.
           05  WS-CKP-RUN-PERIOD   PIC 9(6).
           05  WS-CKP-RUN-FREQUENCY
                                   PIC X.
           05  WS-CKP-RUN-SEQ      PIC 9.

      * Counters
       01  WS-CALCULATED-COUNT     PIC 9(6) VALUE 0.
               MOVE WS-ENV-PAY-PERIOD(1:6) TO WS-PERIOD
           END-IF

           MOVE SPACES TO WS-ENV-PAY-FREQUENCY
           ACCEPT WS-ENV-PAY-FREQUENCY
               FROM ENVIRONMENT 'CALCPAY_PAY_FREQUENCY'
           INSPECT WS-ENV-PAY-FREQUENCY CONVERTING 'msw' TO 'MSW'
           IF WS-ENV-PAY-FREQUENCY(1:1) NOT = SPACE
               MOVE WS-ENV-PAY-FREQUENCY(1:1) TO WS-FREQUENCY
           END-IF
           IF WS-FREQUENCY NOT = 'M' AND 'S' AND 'W'
               DISPLAY 'ERROR: CALCPAY_PAY_FREQUENCY must be M, S'
                   ' or W'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT RUN-MONTHLY
               MOVE SPACES TO WS-ENV-PERIOD-SEQ
               ACCEPT WS-ENV-PERIOD-SEQ
                   FROM ENVIRONMENT 'CALCPAY_PERIOD_SEQ'
               IF WS-ENV-PERIOD-SEQ(1:1) IS NUMERIC
                   MOVE WS-ENV-PERIOD-SEQ(1:1) TO WS-PERIOD-SEQ
               END-IF
           END-IF

      *    No parameter - default to the calendar's open period
           IF WS-PERIOD = 0
               PERFORM DEFAULT-PERIOD-FROM-CALENDAR
           END-IF

           IF NOT RUN-MONTHLY AND WS-PERIOD-SEQ = 0
               DISPLAY 'ERROR: CALCPAY_PERIOD_SEQ is required for a'
                   ' semi-monthly or weekly run'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-PERIOD = 0
               DISPLAY 'ERROR: CALCPAY_PAY_PERIOD (YYYYMM) is'
               DISPLAY 'required (no open period on the calendar)'
      *    duplicate never takes (and strands) the period lock
           MOVE SPACES TO WS-RUN-PARM
           MOVE WS-PERIOD TO WS-RUN-PARM
           IF NOT RUN-MONTHLY
               MOVE WS-FREQUENCY TO WS-RUN-PARM(7:1)
               MOVE WS-PERIOD-SEQ TO WS-RUN-PARM(8:1)
           END-IF
           INITIALIZE RUNCTL-SVC-REQ
           INITIALIZE RUNCTL-SVC-RES
           SET OP-START OF RUNCTL-SVC-REQ TO TRUE
               DISPLAY 'Resuming after PAY-ID ' WS-CKP-PAY-ID
           END-IF

           IF RUN-MONTHLY
               DISPLAY 'Calculating drafts for period ' WS-PERIOD
           ELSE
               DISPLAY 'Calculating drafts for period ' WS-PERIOD
                   ' frequency ' WS-FREQUENCY ' pay ' WS-PERIOD-SEQ
           END-IF

           OPEN INPUT PAYROLL-FILE
           IF NOT PAY-FILE-OK
                       CONTINUE
                   NOT AT END
                       MOVE PAYROLL-RECORD TO WS-PAY-REC
                       PERFORM CHECK-DRAFT-IN-RUN
                       IF PAY-PERIOD OF WS-PAY-REC = WS-PERIOD
                               AND DRAFT-IN-RUN
                               AND PAY-DRAFT OF WS-PAY-REC
                               AND PAY-ID OF WS-PAY-REC
                                   > WS-CKP-PAY-ID
                           PERFORM CALCULATE-ONE-DRAFT
                       ELSE
                           IF PAY-PERIOD OF WS-PAY-REC = WS-PERIOD
                                   AND DRAFT-IN-RUN
                                   AND NOT PAY-DRAFT OF WS-PAY-REC
                               ADD 1 TO WS-SKIPPED-COUNT
                           END-IF
           PERFORM WRITE-CHECKPOINT
           .

      * CHECK-DRAFT-IN-RUN: A payroll belongs to this run when its
      * pay frequency is the run's (no frequency on the record is
      * monthly) and, for a semi-monthly or weekly run, it is the
      * run's pay within the month.
       CHECK-DRAFT-IN-RUN.
           SET DRAFT-NOT-IN-RUN TO TRUE
           MOVE PAY-FREQUENCY OF WS-PAY-REC TO WS-DRAFT-FREQUENCY
           IF WS-DRAFT-FREQUENCY = SPACE
               MOVE 'M' TO WS-DRAFT-FREQUENCY
           END-IF
           IF WS-DRAFT-FREQUENCY = WS-FREQUENCY
               IF RUN-MONTHLY
                       OR PERIOD-SEQ OF WS-PAY-REC = WS-PERIOD-SEQ
                   SET DRAFT-IN-RUN TO TRUE
               END-IF
           END-IF
           .

      * READ-CHECKPOINT: A checkpoint resumes only the sweep that
      * left it - one stamped with another period, frequency or pay
      * (or with none, from before checkpoints were stamped) is
      * discarded and this sweep starts from the top.
       READ-CHECKPOINT.
           MOVE 0 TO WS-CKP-PAY-ID
           PERFORM SET-CHECKPOINT-RUN-KEY
           OPEN INPUT CHECKPOINT-FILE
           IF CKP-FILE-OK
               READ CHECKPOINT-FILE INTO WS-CKP-BUFFER
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-CKP-BUF-PAY-ID IS NUMERIC
                           MOVE WS-CKP-BUF-PAY-ID TO WS-CKP-PAY-ID
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF
           IF WS-CKP-PAY-ID > 0
                   AND WS-CKP-BUFFER(13:8) NOT = WS-CKP-RUN-KEY
               DISPLAY 'Checkpoint after PAY-ID ' WS-CKP-PAY-ID
                   ' discarded - left by run ' WS-CKP-BUFFER(13:8)
                   ', not this run ' WS-CKP-RUN-KEY
               MOVE 0 TO WS-CKP-PAY-ID
           END-IF
           .

      * SET-CHECKPOINT-RUN-KEY: The sweep's period, frequency and
      * pay within the month (0 for a monthly sweep).
       SET-CHECKPOINT-RUN-KEY.
           MOVE WS-PERIOD TO WS-CKP-RUN-PERIOD
           MOVE WS-FREQUENCY TO WS-CKP-RUN-FREQUENCY
           IF RUN-MONTHLY
               MOVE 0 TO WS-CKP-RUN-SEQ
           ELSE
               MOVE WS-PERIOD-SEQ TO WS-CKP-RUN-SEQ
           END-IF
           .

       WRITE-CHECKPOINT.
           MOVE SPACES TO WS-CKP-BUFFER
           MOVE WS-CKP-PAY-ID TO WS-CKP-BUF-PAY-ID
           MOVE WS-CKP-RUN-KEY TO WS-CKP-BUFFER(13:8)
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CHECKPOINT-RECORD FROM WS-CKP-BUFFER
           CLOSE CHECKPOINT-FILE
           .

      * DEFAULT-PERIOD-FROM-CALENDAR: The earliest open period on
      * the calendar becomes the run's period when none was given -
      * of the run's frequency, so a semi-monthly or weekly run also
      * takes the open pay within the month unless one was given.
       DEFAULT-PERIOD-FROM-CALENDAR.
           INITIALIZE PAYCAL-SVC-REQ
           INITIALIZE PAYCAL-SVC-RES
           SET OP-FIND-OPEN OF PAYCAL-SVC-REQ TO TRUE
           MOVE 'CALCPAY' TO USER-ID OF PAYCAL-SVC-REQ
           MOVE SPACES TO CORR-ID OF PAYCAL-SVC-REQ
           MOVE WS-FREQUENCY TO Q-PAY-FREQUENCY OF PAYCAL-SVC-REQ
           CALL 'PAYCAL-SVC' USING PAYCAL-SVC-REQ PAYCAL-SVC-RES
           IF OK OF PAYCAL-SVC-RES
               MOVE PAY-PERIOD OF OUT-PAYCAL OF PAYCAL-SVC-RES
                   TO WS-PERIOD
               IF NOT RUN-MONTHLY AND WS-PERIOD-SEQ = 0
                   MOVE PERIOD-SEQ OF OUT-PAYCAL OF PAYCAL-SVC-RES
                       TO WS-PERIOD-SEQ
               END-IF
               DISPLAY 'Period defaulted from calendar: ' WS-PERIOD
           END-IF
           .
           MOVE 'CALCPAY' TO USER-ID OF PAYCAL-SVC-REQ
           MOVE SPACES TO CORR-ID OF PAYCAL-SVC-REQ
           MOVE WS-PERIOD TO Q-PAY-PERIOD OF PAYCAL-SVC-REQ
           MOVE WS-FREQUENCY TO Q-PAY-FREQUENCY OF PAYCAL-SVC-REQ
           MOVE WS-PERIOD-SEQ TO Q-PERIOD-SEQ OF PAYCAL-SVC-REQ
           CALL 'PAYCAL-SVC' USING PAYCAL-SVC-REQ PAYCAL-SVC-RES
           IF OK OF PAYCAL-SVC-RES
                   AND NOT CAL-OPEN OF OUT-PAYCAL OF PAYCAL-SVC-RES
