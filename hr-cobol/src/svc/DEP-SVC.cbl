      *          PAY-SVC hands the deduction rules, so tax and social
      *          insurance deductions can vary by dependents instead
      *          of being corrected by hand
      * Operations: ADD, LIST-FOR-EMP, COUNT-AS-OF, END-DATE,
      *             VALIDATE
      * Pre: Valid request with OP-CODE, USER-ID, CORR-ID
      * Post: Response with STATUS-CODE-N and STATUS-MSG
      * Note: DEPEND-FILE is owned by this service directly, the way
           88  DEP-FOUND               VALUE 'Y'.
           88  DEP-NOT-FOUND           VALUE 'N'.

      * Working storage for KANA-UTIL calls - DEP-KANA is stored in
      * the same half-width form as the employee kana names
       01  WS-KANA-OP              PIC X(2).
       01  WS-KANA-IN              PIC X(60).
       01  WS-KANA-OUT             PIC X(60).
       01  WS-KANA-STATUS          PIC 9.

       LINKAGE SECTION.
           COPY dep-req.
           COPY dep-res.
                   PERFORM END-DATE-DEPENDENT
               WHEN OP-COUNT-AS-OF OF DEP-SVC-REQ
                   PERFORM COUNT-DEPENDENTS-AS-OF
               WHEN OP-VALIDATE OF DEP-SVC-REQ
                   PERFORM VALIDATE-DEPENDENT
               WHEN OTHER
                   MOVE 422 TO STATUS-CODE-N OF DEP-SVC-RES
                   MOVE 'Invalid operation code'
      *         relationship, flags and effective dates
      *    Post: Dependent written under the employee's next DEP-SEQ

           PERFORM CHECK-DEPENDENT-FIELDS
           IF NOT OK OF DEP-SVC-RES
               EXIT PARAGRAPH
           END-IF

           CALL 'AUDIT-LOG' USING WS-AUDIT-REC
           .

      * CHECK-DEPENDENT-FIELDS: The fields ADD insists on, with
      * DEP-KANA normalized to half-width on the way through.
       CHECK-DEPENDENT-FIELDS.
           MOVE 0 TO STATUS-CODE-N OF DEP-SVC-RES
           IF EMP-ID OF IN-DEPENDENT OF DEP-SVC-REQ = 0
                   OR DEP-LAST-NAME OF IN-DEPENDENT OF DEP-SVC-REQ
                       = SPACES
               MOVE 422 TO STATUS-CODE-N OF DEP-SVC-RES
               MOVE 'EMP-ID and DEP-LAST-NAME are required'
                   TO STATUS-MSG OF DEP-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF DEP-KANA OF IN-DEPENDENT OF DEP-SVC-REQ NOT = SPACES
               MOVE 'H ' TO WS-KANA-OP
               MOVE SPACES TO WS-KANA-IN
               MOVE DEP-KANA OF IN-DEPENDENT OF DEP-SVC-REQ
                   TO WS-KANA-IN(1:30)
               CALL 'KANA-UTIL' USING WS-KANA-OP WS-KANA-IN
                                      WS-KANA-OUT WS-KANA-STATUS
               MOVE WS-KANA-OUT(1:30)
                   TO DEP-KANA OF IN-DEPENDENT OF DEP-SVC-REQ
           END-IF
           .

      * VALIDATE-DEPENDENT: The checks ADD or END-DATE would apply,
      * against a dependent change queued for approval rather than
      * keyed. A DEP-SEQ on the request means the dependent named is
      * to be ended on EFFECTIVE-TO, so it must be on file.
       VALIDATE-DEPENDENT.
      *    Pre: IN-DEPENDENT populated as for ADD, or with EMP-ID,
      *         DEP-SEQ and EFFECTIVE-TO for an end
      *    Post: STATUS-CODE-N = 0 with OUT-DEPENDENT, or the cause;
      *          nothing is written

           IF DEP-SEQ OF IN-DEPENDENT OF DEP-SVC-REQ = 0
               PERFORM CHECK-DEPENDENT-FIELDS
               IF NOT OK OF DEP-SVC-RES
                   EXIT PARAGRAPH
               END-IF
               MOVE IN-DEPENDENT OF DEP-SVC-REQ
                   TO OUT-DEPENDENT OF DEP-SVC-RES
               MOVE 'Dependent passes validation'
                   TO STATUS-MSG OF DEP-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF EMP-ID OF IN-DEPENDENT OF DEP-SVC-REQ = 0
                   OR EFFECTIVE-TO OF IN-DEPENDENT OF DEP-SVC-REQ = 0
                   OR EFFECTIVE-TO OF IN-DEPENDENT OF DEP-SVC-REQ
                       = OPEN-ENDED-DATE
               MOVE 422 TO STATUS-CODE-N OF DEP-SVC-RES
               MOVE 'EMP-ID, DEP-SEQ and EFFECTIVE-TO are required'
                   TO STATUS-MSG OF DEP-SVC-RES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT DEPEND-FILE
           IF NOT FILE-OK
               MOVE 404 TO STATUS-CODE-N OF DEP-SVC-RES
               MOVE 'Dependent not found'
                   TO STATUS-MSG OF DEP-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE EMP-ID OF IN-DEPENDENT OF DEP-SVC-REQ TO WS-EMP-ID-STR
           MOVE DEP-SEQ OF IN-DEPENDENT OF DEP-SVC-REQ TO WS-SEQ-STR
           MOVE WS-EMP-ID-STR TO DEP-REC-KEY1
           MOVE WS-SEQ-STR TO DEP-REC-KEY2
           READ DEPEND-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF DEP-SVC-RES
                   MOVE 'Dependent not found'
                       TO STATUS-MSG OF DEP-SVC-RES
                   CLOSE DEPEND-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE DEPEND-FILE

           MOVE DEPEND-RECORD TO WS-TEMP-DEPENDENT
           IF EFFECTIVE-TO OF IN-DEPENDENT OF DEP-SVC-REQ
                   < EFFECTIVE-FROM OF WS-TEMP-DEPENDENT
               MOVE 422 TO STATUS-CODE-N OF DEP-SVC-RES
               MOVE 'End date is before the dependent took effect'
                   TO STATUS-MSG OF DEP-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE EFFECTIVE-TO OF IN-DEPENDENT OF DEP-SVC-REQ
               TO EFFECTIVE-TO OF WS-TEMP-DEPENDENT
           MOVE WS-TEMP-DEPENDENT TO OUT-DEPENDENT OF DEP-SVC-RES
           MOVE 0 TO STATUS-CODE-N OF DEP-SVC-RES
           MOVE 'Dependent end passes validation'
               TO STATUS-MSG OF DEP-SVC-RES
           .

      * FIND-HIGHEST-DEP-SEQ: Leaves the employee's highest DEP-SEQ
      * on file in WS-NEXT-SEQ (zero when none).
       FIND-HIGHEST-DEP-SEQ.
