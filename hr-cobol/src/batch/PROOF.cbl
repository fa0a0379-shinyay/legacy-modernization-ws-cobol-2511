      *          flagged loudly and ends with return code 8 so the
      *          run stops before the upload, not after.
      * Input: hr-cobol/data/payroll.dat
      *        hr-cobol/data/extract/payext_<YYYYMM>.dat (when
      *        current - stands in for the payroll file)
      *        hr-cobol/data/export/payroll_transfer.dat
      *        hr-cobol/data/export/proof_<YYYYMM>.snp (prior proof)
      * Output: hr-cobol/data/reports/proof_<YYYYMM>.rpt
      *         hr-cobol/data/export/proof_<YYYYMM>.snp (rewritten)
      * Parm: PROOF_PAY_PERIOD environment variable (YYYYMM,
      *       required)
      *       RUNCTL_OVERRIDE=Y re-proofs a period whose proof
      *       already completed in balance
      * Run control: registered under the period; an out-of-balance
      *       proof closes out failed, so the period close checklist
      *       only counts a proof that balanced
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-FILE-STATUS.

           SELECT EXTRACT-FILE
               ASSIGN TO DYNAMIC WS-EXTRACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-FILE-STATUS.

           SELECT TRANSFER-FILE
               ASSIGN TO 'hr-cobol/data/export/payroll_transfer.dat'
               ORGANIZATION IS LINE SEQUENTIAL
       FD  PAYROLL-FILE.
       01  PAYROLL-RECORD           PIC X(1000).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD           PIC X(800).

       FD  TRANSFER-FILE.
       01  TRANSFER-RECORD.
           05  XFR-BANK-FIELDS      PIC X(45).
           88  PAY-FILE-OK              VALUE '00'.
           88  PAY-FILE-EOF             VALUE '10'.
           88  PAY-FILE-NOT-FOUND       VALUE '35'.
       01  WS-EXT-FILE-STATUS       PIC XX.
           88  EXT-FILE-OK              VALUE '00'.
           88  EXT-FILE-EOF             VALUE '10'.
       01  WS-XFR-FILE-STATUS       PIC XX.
           88  XFR-FILE-OK              VALUE '00'.
           88  XFR-FILE-EOF             VALUE '10'.
       01  WS-PAY-REC.
           COPY payroll REPLACING ==05== BY ==10==.

      * The period's sorted extract (PAYEXTR), read in place of the
      * payroll file when PAYEXT-UTIL finds it current
       01  WS-EXTRACT-PATH          PIC X(60).
       01  WS-PX-REC.
           COPY payext.
       01  WS-PX-OP                 PIC X(2).
       01  WS-PX-PAY-COUNT          PIC 9(7).
       01  WS-PX-LAST-CHANGE        PIC 9(14).
       01  WS-PX-RESULT             PIC X.
           88  PX-EXTRACT-CURRENT       VALUE 'C'.
       01  WS-PX-STATUS             PIC 9.

       01  WS-ENV-PAY-PERIOD        PIC X(10).
       01  WS-PERIOD                PIC 9(6) VALUE 0.

               10  WS-CURR-STATUS       PIC X.
       01  WS-CURR-IDX              PIC 9(5).

      * Working storage for RUNCTL-SVC calls - the run is keyed on
      * the period, with RUNCTL_OVERRIDE=Y as the explicit operator
      * override
           COPY runctl-req.
           COPY runctl-res.
       01  WS-RUN-PARM              PIC X(10).
       01  WS-RUN-START-TS          PIC 9(14).
       01  WS-ENV-OVERRIDE          PIC X(10).

       01  WS-PROOF-LINE            PIC X(100).
       01  WS-AMT-DISPLAY           PIC Z(12)9.99-.
       01  WS-AMT-DISPLAY2          PIC Z(12)9.99-.

           DISPLAY 'Proofing period ' WS-PERIOD

           PERFORM REGISTER-RUN-START
           IF NOT OK OF RUNCTL-SVC-RES
                   AND STATUS-CODE-N OF RUNCTL-SVC-RES = 409
               DISPLAY 'RUN BLOCKED: ' STATUS-MSG OF RUNCTL-SVC-RES
               DISPLAY 'Set RUNCTL_OVERRIDE=Y to run anyway.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-PRIOR-SNAPSHOT
           PERFORM ACCUMULATE-PERIOD
           PERFORM SUM-TRANSFER-FILE

           PERFORM WRITE-PROOF-SHEET
           PERFORM REWRITE-SNAPSHOT
           PERFORM REGISTER-RUN-END

           IF RUN-OUT-OF-BALANCE
               DISPLAY ' '
           STOP RUN
           .

      * REGISTER-RUN-START: Registers this run with the central run
      * control, guarded against a duplicate proof of the period;
      * the caller checks for the 409 block.
       REGISTER-RUN-START.
           MOVE SPACES TO WS-RUN-PARM
           MOVE WS-PERIOD TO WS-RUN-PARM
           INITIALIZE RUNCTL-SVC-REQ
           INITIALIZE RUNCTL-SVC-RES
           SET OP-START OF RUNCTL-SVC-REQ TO TRUE
           MOVE 'PROOF' TO USER-ID OF RUNCTL-SVC-REQ
           MOVE SPACES TO CORR-ID OF RUNCTL-SVC-REQ
           MOVE WS-PROGRAM-NAME(1:8) TO Q-JOB-NAME OF RUNCTL-SVC-REQ
           MOVE WS-RUN-PARM TO Q-RUN-PARM OF RUNCTL-SVC-REQ
           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'RUNCTL_OVERRIDE'
           IF WS-ENV-OVERRIDE(1:1) = 'Y' OR 'y'
               MOVE 'Y' TO Q-OVERRIDE OF RUNCTL-SVC-REQ
           END-IF
           CALL 'RUNCTL-SVC' USING RUNCTL-SVC-REQ RUNCTL-SVC-RES
           MOVE OUT-START-TIMESTAMP OF RUNCTL-SVC-RES
               TO WS-RUN-START-TS
           .

      * REGISTER-RUN-END: Closes the registered run out - failed when
      * the register and the transfer file disagree or the payroll
      * file could not be read.
       REGISTER-RUN-END.
           INITIALIZE RUNCTL-SVC-REQ
           INITIALIZE RUNCTL-SVC-RES
           SET OP-END OF RUNCTL-SVC-REQ TO TRUE
           MOVE 'PROOF' TO USER-ID OF RUNCTL-SVC-REQ
           MOVE SPACES TO CORR-ID OF RUNCTL-SVC-REQ
           MOVE WS-PROGRAM-NAME(1:8) TO Q-JOB-NAME OF RUNCTL-SVC-REQ
           MOVE WS-RUN-PARM TO Q-RUN-PARM OF RUNCTL-SVC-REQ
           MOVE WS-RUN-START-TS
               TO Q-START-TIMESTAMP OF RUNCTL-SVC-REQ
           MOVE WS-CURR-COUNT TO Q-TOTAL-COUNT OF RUNCTL-SVC-REQ
           MOVE WS-CURR-COUNT TO Q-SUCCESS-COUNT OF RUNCTL-SVC-REQ
           MOVE 0 TO Q-FAILED-COUNT OF RUNCTL-SVC-REQ
           IF RUN-OUT-OF-BALANCE OR RETURN-CODE = 8
               MOVE 'F' TO Q-OUTCOME OF RUNCTL-SVC-REQ
           ELSE
               MOVE 'C' TO Q-OUTCOME OF RUNCTL-SVC-REQ
           END-IF
           CALL 'RUNCTL-SVC' USING RUNCTL-SVC-REQ RUNCTL-SVC-RES
           .

       LOAD-PRIOR-SNAPSHOT.
           MOVE SPACES TO WS-SNAP-PATH
           STRING 'hr-cobol/data/export/proof_' WS-PERIOD '.snp'
           CLOSE SNAPSHOT-FILE
           .

      * ACCUMULATE-PERIOD: From the period's extract when it is
      * current, the payroll file otherwise.
       ACCUMULATE-PERIOD.
           MOVE 'C' TO WS-PX-OP
           CALL 'PAYEXT-UTIL' USING WS-PX-OP WS-PERIOD
                                    WS-EXTRACT-PATH WS-PX-PAY-COUNT
                                    WS-PX-LAST-CHANGE WS-PX-RESULT
                                    WS-PX-STATUS
           IF WS-PX-STATUS = 0 AND PX-EXTRACT-CURRENT
               PERFORM ACCUMULATE-FROM-EXTRACT
           ELSE
               PERFORM ACCUMULATE-FROM-PAYROLL-FILE
           END-IF
           .

      * ACCUMULATE-FROM-EXTRACT: An extract that will not open sends
      * the proof back to the payroll file.
       ACCUMULATE-FROM-EXTRACT.
           OPEN INPUT EXTRACT-FILE
           IF NOT EXT-FILE-OK
               PERFORM ACCUMULATE-FROM-PAYROLL-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Reading ' WS-EXTRACT-PATH

           PERFORM UNTIL EXT-FILE-EOF
               READ EXTRACT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE EXTRACT-RECORD TO WS-PX-REC
                       IF PX-DETAIL
                           MOVE PX-PAYROLL TO WS-PAY-REC
                           PERFORM ACCUMULATE-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EXTRACT-FILE
           .

       ACCUMULATE-FROM-PAYROLL-FILE.
           OPEN INPUT PAYROLL-FILE
           IF NOT PAY-FILE-OK
               DISPLAY 'ERROR: Cannot open payroll file'
