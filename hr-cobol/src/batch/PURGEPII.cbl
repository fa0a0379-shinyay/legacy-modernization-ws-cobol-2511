           COPY mynum-req.
           COPY mynum-res.

      * Working storage for HLTH-SVC calls - health check result
      * detail is restricted the same way and goes in the same pass
           COPY hlth-req.
           COPY hlth-res.

      * Working storage for STRESS-SVC calls - stress check results
      * are held apart the same way and go in the same pass
           COPY strs-req.
           COPY strs-res.

      * Working storage for EMGC-SVC calls - the employee's phones
      * and emergency contacts go in the same pass
           COPY emgc-req.
           COPY emgc-res.

      * Working storage for RUNCTL-SVC calls - this batch registers
      * with the central run control (duplicate-run guard keyed on
      * the run parameter, RUNCTL_OVERRIDE=Y to run anyway)
               DISPLAY '  Scrubbed EMP-ID=' EMP-ID OF IN-EMP
                   OF EMP-SVC-REQ
               PERFORM SCRUB-MYNUMBER
               PERFORM SCRUB-HEALTH-RESULTS
               PERFORM SCRUB-STRESS-RESULTS
               PERFORM SCRUB-EMERGENCY-CONTACTS
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY '  FAILED EMP-ID=' EMP-ID OF IN-EMP
           END-IF
           .

      * SCRUB-HEALTH-RESULTS: Every health check result HLTH-SVC
      * holds for the employee is blanked the same way - an employee
      * with none on file answers OK.
       SCRUB-HEALTH-RESULTS.
           INITIALIZE HLTH-SVC-REQ
           INITIALIZE HLTH-SVC-RES
           SET OP-SCRUB OF HLTH-SVC-REQ TO TRUE
           MOVE 'PURGEPII' TO USER-ID OF HLTH-SVC-REQ
           MOVE SPACES TO CORR-ID OF HLTH-SVC-REQ
           MOVE EMP-ID OF IN-EMP OF EMP-SVC-REQ
               TO Q-EMP-ID OF HLTH-SVC-REQ

           CALL 'HLTH-SVC' USING HLTH-SVC-REQ HLTH-SVC-RES

           IF NOT OK OF HLTH-SVC-RES
               DISPLAY '  WARNING: Health result scrub failed - '
                   STATUS-MSG OF HLTH-SVC-RES(1:60)
           END-IF
           .

      * SCRUB-STRESS-RESULTS: Every stress check result STRESS-SVC
      * holds for the employee is zeroed the same way - an employee
      * with none on file answers OK.
       SCRUB-STRESS-RESULTS.
           INITIALIZE STRESS-SVC-REQ
           INITIALIZE STRESS-SVC-RES
           SET OP-SCRUB OF STRESS-SVC-REQ TO TRUE
           MOVE 'PURGEPII' TO USER-ID OF STRESS-SVC-REQ
           MOVE SPACES TO CORR-ID OF STRESS-SVC-REQ
           MOVE EMP-ID OF IN-EMP OF EMP-SVC-REQ
               TO Q-EMP-ID OF STRESS-SVC-REQ

           CALL 'STRESS-SVC' USING STRESS-SVC-REQ STRESS-SVC-RES

           IF NOT OK OF STRESS-SVC-RES
               DISPLAY '  WARNING: Stress result scrub failed - '
                   STATUS-MSG OF STRESS-SVC-RES(1:60)
           END-IF
           .

      * SCRUB-EMERGENCY-CONTACTS: The employee's own phones and the
      * emergency contacts EMGC-SVC holds are blanked the same way -
      * an employee with none on file answers OK.
       SCRUB-EMERGENCY-CONTACTS.
           INITIALIZE EMGC-SVC-REQ
           INITIALIZE EMGC-SVC-RES
           SET OP-SCRUB OF EMGC-SVC-REQ TO TRUE
           MOVE 'PURGEPII' TO USER-ID OF EMGC-SVC-REQ
           MOVE SPACES TO CORR-ID OF EMGC-SVC-REQ
           MOVE EMP-ID OF IN-EMP OF EMP-SVC-REQ
               TO Q-EMP-ID OF EMGC-SVC-REQ

           CALL 'EMGC-SVC' USING EMGC-SVC-REQ EMGC-SVC-RES

           IF NOT OK OF EMGC-SVC-RES
               DISPLAY '  WARNING: Emergency contact scrub failed - '
                   STATUS-MSG OF EMGC-SVC-RES(1:60)
           END-IF
           .

      * REGISTER-RUN-START: Registers this run with the central run
      * control, guarded against a duplicate same-parameter run;
      * the caller checks for the 409 block.
