      * Purpose: Releases every pending transaction whose effective
      *          date has arrived through the normal EMP-SVC
      *          operations - transfer, grade change, manager
      *          change, and the employee-type change a fixed-term
      *          employee's indefinite-term conversion queues - so
      *          audit and locking behave exactly as if
      *          the change were keyed that day. A termination does
      *          not apply directly: it submits to the EMPAPPR-SVC
      *          approval worklist under the transaction's original
                   PERFORM APPLY-FIELD-CHANGE
               WHEN TX-MANAGER-CHANGE OF WS-PTX-REC
                   PERFORM APPLY-FIELD-CHANGE
               WHEN TX-TYPE-CHANGE OF WS-PTX-REC
                   PERFORM APPLY-FIELD-CHANGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           END-IF
           .

      * APPLY-FIELD-CHANGE: The grade, manager and employee-type
      * changes are plain field updates - fetch the current version,
      * change the one field, and push it back through UPDATE so the
      * before/after audit image is complete. An employee leaving
      * the contract type no longer carries a contract end date.
       APPLY-FIELD-CHANGE.
           INITIALIZE EMP-SVC-REQ
           INITIALIZE EMP-SVC-RES
           MOVE SPACES TO CORR-ID OF EMP-SVC-REQ
           MOVE OUT-EMP OF EMP-SVC-RES TO IN-EMP OF EMP-SVC-REQ

           EVALUATE TRUE
               WHEN TX-GRADE-CHANGE OF WS-PTX-REC
                   MOVE NEW-GRADE-CODE OF WS-PTX-REC
                       TO GRADE-CODE OF IN-EMP OF EMP-SVC-REQ
               WHEN TX-TYPE-CHANGE OF WS-PTX-REC
                   MOVE NEW-EMP-TYPE OF WS-PTX-REC
                       TO EMP-TYPE OF IN-EMP OF EMP-SVC-REQ
                   IF NOT EMP-TYPE-CONT OF IN-EMP OF EMP-SVC-REQ
                       MOVE 0 TO CONTRACT-END-DATE
                           OF IN-EMP OF EMP-SVC-REQ
                   END-IF
               WHEN OTHER
                   MOVE NEW-MANAGER-ID OF WS-PTX-REC
                       TO MANAGER-EMP-ID OF IN-EMP OF EMP-SVC-REQ
           END-EVALUATE

           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES

