      *          GRANT upserts the year's grant (driven by the
      *          ACCRLEAVE accrual batch); CONSUME decrements the
      *          balance for a taken day and rejects an overdrawn or
      *          expired request (a company-designated planned day
      *          is also held to the planned-leave limits); INQUIRE
      *          and SCAN feed screens and the balance/expiry report
      * Operations: GRANT, CONSUME, INQUIRE, SCAN
      * Pre: Valid request with OP-CODE, USER-ID, CORR-ID
      * Post: Response with STATUS-CODE-N and STATUS-MSG
       01  WS-EMP-ID-STR           PIC X(9).
       01  WS-YEAR-STR             PIC X(4).
       01  WS-REMAINING            PIC S9(3)V9.
      * Planned leave designation limits (labor agreement)
       78  MAX-PLANNED-DAYS        VALUE 5.
       78  MIN-DISCRETION-DAYS     VALUE 5.
       01  WS-PLANNED-AFTER        PIC 9(3)V9.
       01  WS-RECORD-EXISTS-SW     PIC X.
           88  LEAVE-RECORD-EXISTS     VALUE 'Y'.
           88  LEAVE-RECORD-NEW        VALUE 'N'.
               EXIT PARAGRAPH
           END-IF

      *    A planned leave day may not take the grant's designated
      *    days past five, nor leave fewer than five days of the
      *    grant at the employee's own discretion. Records written
      *    before planned days were tracked carry spaces there.
           IF PLANNED-DAYS OF WS-TEMP-LEAVEBAL NOT NUMERIC
               MOVE 0 TO PLANNED-DAYS OF WS-TEMP-LEAVEBAL
           END-IF
           IF CONSUME-PLANNED OF LEAVE-SVC-REQ
               COMPUTE WS-PLANNED-AFTER =
                   PLANNED-DAYS OF WS-TEMP-LEAVEBAL
                   + Q-CONSUME-DAYS OF LEAVE-SVC-REQ
               IF WS-PLANNED-AFTER > MAX-PLANNED-DAYS
                   MOVE 422 TO STATUS-CODE-N OF LEAVE-SVC-RES
                   MOVE SPACES TO STATUS-MSG OF LEAVE-SVC-RES
                   STRING 'Planned leave days for the grant would '
                          'exceed five'
                       DELIMITED BY SIZE
                       INTO STATUS-MSG OF LEAVE-SVC-RES
                   CLOSE LEAVE-FILE
                   EXIT PARAGRAPH
               END-IF
               IF GRANTED-DAYS OF WS-TEMP-LEAVEBAL
                       + CARRYOVER-DAYS OF WS-TEMP-LEAVEBAL
                       - WS-PLANNED-AFTER < MIN-DISCRETION-DAYS
                   MOVE 422 TO STATUS-CODE-N OF LEAVE-SVC-RES
                   MOVE SPACES TO STATUS-MSG OF LEAVE-SVC-RES
                   STRING 'Fewer than five days would stay at the '
                          'employee''s discretion'
                       DELIMITED BY SIZE
                       INTO STATUS-MSG OF LEAVE-SVC-RES
                   CLOSE LEAVE-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *    Keep the before image for the audit trail
           INITIALIZE WS-AUDIT-REC
           MOVE WS-TEMP-LEAVEBAL TO BEFORE-VALUE OF WS-AUDIT-REC

           ADD Q-CONSUME-DAYS OF LEAVE-SVC-REQ
               TO TAKEN-DAYS OF WS-TEMP-LEAVEBAL
           IF CONSUME-PLANNED OF LEAVE-SVC-REQ
               ADD Q-CONSUME-DAYS OF LEAVE-SVC-REQ
                   TO PLANNED-DAYS OF WS-TEMP-LEAVEBAL
           END-IF
           ADD 1 TO REC-VERSION OF WS-TEMP-LEAVEBAL
           MOVE USER-ID OF LEAVE-SVC-REQ
               TO MODIFIED-BY OF WS-TEMP-LEAVEBAL
           END-IF

      *    Audit log
           IF CONSUME-PLANNED OF LEAVE-SVC-REQ
               MOVE 'PLAN-CONSUME' TO ACTION OF WS-AUDIT-REC
           ELSE
               MOVE 'CONSUME' TO ACTION OF WS-AUDIT-REC
           END-IF
           MOVE 'LVB' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE EMP-ID OF WS-TEMP-LEAVEBAL
               TO ENTITY-ID OF WS-AUDIT-REC
