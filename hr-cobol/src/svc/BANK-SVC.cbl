      * Purpose: Per-employee bank transfer destination maintenance,
      *          and the lookup EXPPAY uses to resolve each payment's
      *          EMP-ID to a real destination account
      * Operations: ADD, FIND, UPDATE, LIST-ACTIVE, VALIDATE
      * Pre: Valid request with OP-CODE, USER-ID, CORR-ID
      * Post: Response with STATUS-CODE-N and STATUS-MSG
      * Note: BANKACCT-FILE is owned by this service directly, the
                   PERFORM UPDATE-BANKACCT
               WHEN OP-LIST-ACTIVE OF BANK-SVC-REQ
                   PERFORM LIST-ACTIVE-ACCOUNTS
               WHEN OP-VALIDATE OF BANK-SVC-REQ
                   PERFORM VALIDATE-BANKACCT
               WHEN OTHER
                   MOVE 422 TO STATUS-CODE-N OF BANK-SVC-RES
                   MOVE 'Invalid operation code'
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC
           .

      * VALIDATE-BANKACCT: The checks ADD applies, against an account
      * change that is queued for approval rather than keyed - the
      * normalized account and the directory names come back so the
      * approver sees what will be applied.
       VALIDATE-BANKACCT.
      *    Pre: IN-BANKACCT populated as for ADD
      *    Post: STATUS-CODE-N = 0 with OUT-BANKACCT and the names,
      *          or 422 with the cause; nothing is written

           PERFORM VALIDATE-BANKACCT-FIELDS
           IF VALIDATION-OK
               PERFORM CHECK-EMPLOYEE-EXISTS
           END-IF
           IF VALIDATION-OK
               PERFORM CHECK-BANK-DIRECTORY
           END-IF
           IF VALIDATION-FAILED
               MOVE 422 TO STATUS-CODE-N OF BANK-SVC-RES
               STRING 'SVC=' WS-PROGRAM-NAME
                      ' OP=VALIDATE CODE=422 '
                      'CAUSE=' WS-ERROR-MSG
                      ' CORR=' CORR-ID OF BANK-SVC-REQ
                   DELIMITED BY SIZE
                   INTO STATUS-MSG OF BANK-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE IN-BANKACCT OF BANK-SVC-REQ
               TO OUT-BANKACCT OF BANK-SVC-RES
           MOVE 0 TO STATUS-CODE-N OF BANK-SVC-RES
           MOVE 'Bank account passes validation'
               TO STATUS-MSG OF BANK-SVC-RES
           .

      * VALIDATE-BANKACCT-FIELDS: Checks the routing fields carried in
      * IN-BANKACCT are present and numeric where the bank file format
      * requires digits - a transfer line with a malformed bank/branch/
