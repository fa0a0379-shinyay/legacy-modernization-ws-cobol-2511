      *          the before/after lands in AUDIT-LOG exactly as
      *          today. The maker deciding their own change is
      *          refused with 431, the same self-approval code the
      *          payroll worklist uses. Bank account, dependent
      *          and commuting changes sent through the HR portal
      *          queue the same way and apply through BANK-SVC,
      *          DEP-SVC and COMMUTE-SVC on approval.
      * Operations: SUBMIT, LIST, DECIDE
      * Pre: Valid request with OP-CODE, USER-ID, CORR-ID
      * Post: Response with STATUS-CODE-N and STATUS-MSG
       01  WS-PROPOSED-EMP.
           COPY employee REPLACING ==05== BY ==10==.

      * Working storage for the bank account, dependent and commuting
      * applies - the proposed image is that service's own record
           COPY bank-req.
           COPY bank-res.
           COPY dep-req.
           COPY dep-res.
           COPY comm-req.
           COPY comm-res.
       01  WS-PROPOSED-BANK.
           COPY bankacct REPLACING ==05== BY ==10==.
       01  WS-PROPOSED-DEP.
           COPY depend REPLACING ==05== BY ==10==.
       01  WS-APPLY-STATUS         PIC 9(3).
       01  WS-APPLY-MSG            PIC X(80).

       01  WS-CHG-ID-STR           PIC X(9).
       01  WS-NEXT-CHG-ID          PIC 9(9).
       01  WS-SCAN-DONE-SW         PIC X.
                   TO STATUS-MSG OF EMPAPPR-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NOT CHG-TYPE-VALID OF IN-EMPCHG OF EMPAPPR-SVC-REQ
               MOVE 422 TO STATUS-CODE-N OF EMPAPPR-SVC-RES
               MOVE 'CHG-TYPE must be U, T, B, D or C'
                   TO STATUS-MSG OF EMPAPPR-SVC-RES
               EXIT PARAGRAPH
           END-IF
      * EMP-SVC call is the checker - the trail shows who made the
      * change effective.
       APPLY-APPROVED-CHANGE.
           EVALUATE TRUE
               WHEN CHG-BANK-ACCOUNT OF WS-TEMP-CHG
                   PERFORM APPLY-BANK-CHANGE
               WHEN CHG-DEPENDENT OF WS-TEMP-CHG
                   PERFORM APPLY-DEPENDENT-CHANGE
               WHEN CHG-COMMUTE OF WS-TEMP-CHG
                   PERFORM APPLY-COMMUTE-CHANGE
               WHEN OTHER
                   PERFORM APPLY-EMPLOYEE-CHANGE
           END-EVALUATE

           IF WS-APPLY-STATUS = 0
               SET CHG-APPROVED OF WS-TEMP-CHG TO TRUE
               MOVE 'Approved and applied'
                   TO DECISION-NOTE OF WS-TEMP-CHG
           ELSE
               SET CHG-APPLY-FAILED OF WS-TEMP-CHG TO TRUE
               MOVE WS-APPLY-MSG TO DECISION-NOTE OF WS-TEMP-CHG
           END-IF
           .

       APPLY-EMPLOYEE-CHANGE.
           MOVE PROPOSED-IMAGE OF WS-TEMP-CHG TO WS-PROPOSED-EMP

           INITIALIZE EMP-SVC-REQ

           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES

           MOVE STATUS-CODE-N OF EMP-SVC-RES TO WS-APPLY-STATUS
           MOVE STATUS-MSG OF EMP-SVC-RES(1:80) TO WS-APPLY-MSG
           .

      * APPLY-BANK-CHANGE: The account under the proposed ACCT-SEQ
      * is replaced when one is on file - keeping its split-pay
      * allocation, which the employee does not send - and added
      * otherwise.
       APPLY-BANK-CHANGE.
           MOVE PROPOSED-IMAGE OF WS-TEMP-CHG TO WS-PROPOSED-BANK

           INITIALIZE BANK-SVC-REQ
           INITIALIZE BANK-SVC-RES
           SET OP-FIND OF BANK-SVC-REQ TO TRUE
           MOVE USER-ID OF EMPAPPR-SVC-REQ TO USER-ID OF BANK-SVC-REQ
           MOVE CORR-ID OF EMPAPPR-SVC-REQ TO CORR-ID OF BANK-SVC-REQ
           MOVE EMP-ID OF WS-PROPOSED-BANK TO Q-EMP-ID OF BANK-SVC-REQ
           MOVE ACCT-SEQ OF WS-PROPOSED-BANK
               TO Q-ACCT-SEQ OF BANK-SVC-REQ
           CALL 'BANK-SVC' USING BANK-SVC-REQ BANK-SVC-RES

           IF OK OF BANK-SVC-RES
               MOVE OUT-BANKACCT OF BANK-SVC-RES
                   TO IN-BANKACCT OF BANK-SVC-REQ
               MOVE BANK-CODE OF WS-PROPOSED-BANK
                   TO BANK-CODE OF IN-BANKACCT OF BANK-SVC-REQ
               MOVE BRANCH-CODE OF WS-PROPOSED-BANK
                   TO BRANCH-CODE OF IN-BANKACCT OF BANK-SVC-REQ
               MOVE ACCT-TYPE OF WS-PROPOSED-BANK
                   TO ACCT-TYPE OF IN-BANKACCT OF BANK-SVC-REQ
               MOVE ACCT-NUMBER OF WS-PROPOSED-BANK
                   TO ACCT-NUMBER OF IN-BANKACCT OF BANK-SVC-REQ
               MOVE HOLDER-KANA OF WS-PROPOSED-BANK
                   TO HOLDER-KANA OF IN-BANKACCT OF BANK-SVC-REQ
               SET OP-UPDATE OF BANK-SVC-REQ TO TRUE
           ELSE
               MOVE WS-PROPOSED-BANK TO IN-BANKACCT OF BANK-SVC-REQ
               SET OP-ADD OF BANK-SVC-REQ TO TRUE
           END-IF
           CALL 'BANK-SVC' USING BANK-SVC-REQ BANK-SVC-RES

           MOVE STATUS-CODE-N OF BANK-SVC-RES TO WS-APPLY-STATUS
           MOVE STATUS-MSG OF BANK-SVC-RES(1:80) TO WS-APPLY-MSG
           .

      * APPLY-DEPENDENT-CHANGE: A proposed dependent without a
      * DEP-SEQ is a new one; with a DEP-SEQ it ends that dependent
      * on the proposed EFFECTIVE-TO.
       APPLY-DEPENDENT-CHANGE.
           MOVE PROPOSED-IMAGE OF WS-TEMP-CHG TO WS-PROPOSED-DEP

           INITIALIZE DEP-SVC-REQ
           INITIALIZE DEP-SVC-RES
           MOVE USER-ID OF EMPAPPR-SVC-REQ TO USER-ID OF DEP-SVC-REQ
           MOVE CORR-ID OF EMPAPPR-SVC-REQ TO CORR-ID OF DEP-SVC-REQ
           IF DEP-SEQ OF WS-PROPOSED-DEP = 0
               SET OP-ADD OF DEP-SVC-REQ TO TRUE
               MOVE WS-PROPOSED-DEP TO IN-DEPENDENT OF DEP-SVC-REQ
           ELSE
               SET OP-END-DATE OF DEP-SVC-REQ TO TRUE
               MOVE EMP-ID OF WS-PROPOSED-DEP
                   TO Q-EMP-ID OF DEP-SVC-REQ
               MOVE DEP-SEQ OF WS-PROPOSED-DEP
                   TO Q-CURSOR-SEQ OF DEP-SVC-REQ
               MOVE EFFECTIVE-TO OF WS-PROPOSED-DEP
                   TO Q-AS-OF-DATE OF DEP-SVC-REQ
           END-IF
           CALL 'DEP-SVC' USING DEP-SVC-REQ DEP-SVC-RES

           MOVE STATUS-CODE-N OF DEP-SVC-RES TO WS-APPLY-STATUS
           MOVE STATUS-MSG OF DEP-SVC-RES(1:80) TO WS-APPLY-MSG
           .

      * APPLY-COMMUTE-CHANGE: COMMUTE-SVC's ADD replaces the
      * employee's route and pass outright.
       APPLY-COMMUTE-CHANGE.
           INITIALIZE COMMUTE-SVC-REQ
           INITIALIZE COMMUTE-SVC-RES
           SET OP-ADD OF COMMUTE-SVC-REQ TO TRUE
           MOVE USER-ID OF EMPAPPR-SVC-REQ
               TO USER-ID OF COMMUTE-SVC-REQ
           MOVE CORR-ID OF EMPAPPR-SVC-REQ
               TO CORR-ID OF COMMUTE-SVC-REQ
           MOVE PROPOSED-IMAGE OF WS-TEMP-CHG(1:200)
               TO IN-COMMUTE OF COMMUTE-SVC-REQ
           CALL 'COMMUTE-SVC' USING COMMUTE-SVC-REQ COMMUTE-SVC-RES

           MOVE STATUS-CODE-N OF COMMUTE-SVC-RES TO WS-APPLY-STATUS
           MOVE STATUS-MSG OF COMMUTE-SVC-RES(1:80) TO WS-APPLY-MSG
           .

       OPEN-EMPCHG-FILE-IO.
