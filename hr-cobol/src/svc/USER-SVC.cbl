      *          role, active flag - so the menu can authenticate who
      *          is typing, gate privileged options by role, and put
      *          the real operator onto every service call's USER-ID
      *          - plus the stress check implementer designation
      *          STRESS-SVC checks before it reveals a result
      * Operations: FIND, ADD, UPDATE, VERIFY, SET-PASSWORD,
      *             RESET-PASSWORD, LIST, DISABLE, RECERTIFY
      * Pre: Valid request with OP-CODE, USER-ID, CORR-ID
      * Post: Response with STATUS-CODE-N and STATUS-MSG
      * Note: USER-FILE is owned by this service directly, the way
      *       re-enables); an expired, reset or never-set password
      *       verifies but comes back PWD-CHANGE-REQUIRED. Every
      *       failed attempt goes to the error journal.
      *       A good logon stamps LAST-LOGON-DATE, which RECERT
      *       reads for the recertification list and the dormant
      *       account check; DISABLE and RECERTIFY are RECERT's way
      *       of acting on what it finds and on reviewers' keep or
      *       revoke decisions, each audited with both images.
      ******************************************************************

       ENVIRONMENT DIVISION.
           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'USER-SVC'.
       01  WS-VERSION              PIC X(10) VALUE '1.2.0'.

      * Password policy - expiry in days, failed logons before the
      * ACTIVE-FLAG is dropped, and the hash modulus (the same one
           88  FILE-NOT-FOUND          VALUE '35'.
           88  FILE-DUP-KEY            VALUE '22'.

       01  WS-LIST-SW              PIC X.
           88  LIST-ENTRY-FOUND        VALUE 'Y'.
           88  LIST-AT-END             VALUE 'N'.

      * Working storage for AUDIT-LOG calls
       01  WS-AUDIT-REC.
           COPY audit.
                   PERFORM SET-OPERATOR-PASSWORD
               WHEN OP-RESET-PASSWORD OF USER-SVC-REQ
                   PERFORM RESET-OPERATOR-PASSWORD
               WHEN OP-LIST OF USER-SVC-REQ
                   PERFORM LIST-OPERATORS
               WHEN OP-DISABLE OF USER-SVC-REQ
                   PERFORM DISABLE-OPERATOR
               WHEN OP-RECERTIFY OF USER-SVC-REQ
                   PERFORM RECERTIFY-OPERATOR
               WHEN OTHER
                   MOVE 422 TO STATUS-CODE-N OF USER-SVC-RES
                   MOVE 'Invalid operation code'
                   MOVE 'Operator not found'
                       TO STATUS-MSG OF USER-SVC-RES
               NOT INVALID KEY
                   MOVE USER-RECORD TO WS-TEMP-OPERATOR
                   PERFORM DEFAULT-RECERT-FIELDS
                   MOVE WS-TEMP-OPERATOR TO OUT-OPERATOR OF USER-SVC-RES
                   MOVE 0 TO STATUS-CODE-N OF USER-SVC-RES
                   MOVE 'Operator found' TO STATUS-MSG OF USER-SVC-RES
           END-READ
           IF ACTIVE-FLAG OF WS-TEMP-OPERATOR = SPACES
               SET OPERATOR-ACTIVE OF WS-TEMP-OPERATOR TO TRUE
           END-IF
           IF NOT STRESS-IMPLEMENTER OF WS-TEMP-OPERATOR
               SET NOT-STRESS-IMPLEMENTER OF WS-TEMP-OPERATOR TO TRUE
           END-IF
           MOVE USER-ID OF USER-SVC-REQ
               TO CREATED-BY OF WS-TEMP-OPERATOR
           MOVE WS-CURRENT-TIMESTAMP
           MOVE 0 TO PWD-PRIOR-HASH-1 OF WS-TEMP-OPERATOR
           MOVE 0 TO PWD-PRIOR-HASH-2 OF WS-TEMP-OPERATOR
           MOVE 0 TO PWD-PRIOR-HASH-3 OF WS-TEMP-OPERATOR
           PERFORM DEFAULT-RECERT-FIELDS
           MOVE 0 TO LAST-LOGON-DATE OF WS-TEMP-OPERATOR
           MOVE WS-DATE-1 TO LAST-RECERT-DATE OF WS-TEMP-OPERATOR
           IF OPERATOR-ACTIVE OF WS-TEMP-OPERATOR
               SET NO-DISABLE-REASON OF WS-TEMP-OPERATOR TO TRUE
           ELSE
               SET DISABLED-BY-ADMIN OF WS-TEMP-OPERATOR TO TRUE
           END-IF

           PERFORM OPEN-USER-FILE-IO
           IF NOT OK OF USER-SVC-RES

           MOVE IN-OPERATOR OF USER-SVC-REQ TO WS-TEMP-OPERATOR
           ADD 1 TO REC-VERSION OF WS-TEMP-OPERATOR
           IF NOT STRESS-IMPLEMENTER OF WS-TEMP-OPERATOR
               SET NOT-STRESS-IMPLEMENTER OF WS-TEMP-OPERATOR TO TRUE
           END-IF
      *    An admin disabling by hand is recorded as such; enabling
      *    clears whatever reason the operator was disabled for
           PERFORM DEFAULT-RECERT-FIELDS
           IF OPERATOR-ACTIVE OF WS-TEMP-OPERATOR
               SET NO-DISABLE-REASON OF WS-TEMP-OPERATOR TO TRUE
           ELSE
               IF NO-DISABLE-REASON OF WS-TEMP-OPERATOR
                   SET DISABLED-BY-ADMIN OF WS-TEMP-OPERATOR TO TRUE
               END-IF
           END-IF
           MOVE USER-ID OF USER-SVC-REQ
               TO MODIFIED-BY OF WS-TEMP-OPERATOR
           MOVE WS-CURRENT-TIMESTAMP
               EXIT PARAGRAPH
           END-IF

      *    A good logon clears the failure count and is stamped as
      *    the operator's last use
           PERFORM DEFAULT-RECERT-FIELDS
           IF FAILED-ATTEMPTS OF WS-TEMP-OPERATOR NOT = 0
                   OR LAST-LOGON-DATE OF WS-TEMP-OPERATOR
                       NOT = WS-DATE-1
               MOVE 0 TO FAILED-ATTEMPTS OF WS-TEMP-OPERATOR
               MOVE WS-DATE-1 TO LAST-LOGON-DATE OF WS-TEMP-OPERATOR
               ADD 1 TO REC-VERSION OF WS-TEMP-OPERATOR
               MOVE WS-TEMP-OPERATOR TO USER-RECORD
               REWRITE USER-RECORD
           IF FAILED-ATTEMPTS OF WS-TEMP-OPERATOR
                   >= MAX-FAILED-LOGONS
               SET OPERATOR-DISABLED OF WS-TEMP-OPERATOR TO TRUE
               SET DISABLED-FAILED-LOGONS OF WS-TEMP-OPERATOR TO TRUE
               MOVE 'Operator disabled after repeated failures'
                   TO STATUS-MSG OF USER-SVC-RES
               MOVE 'Operator disabled - failed logon limit reached'
           SET PWD-MUST-CHANGE OF WS-TEMP-OPERATOR TO TRUE
           MOVE 0 TO FAILED-ATTEMPTS OF WS-TEMP-OPERATOR
           SET OPERATOR-ACTIVE OF WS-TEMP-OPERATOR TO TRUE
           PERFORM DEFAULT-RECERT-FIELDS
           SET NO-DISABLE-REASON OF WS-TEMP-OPERATOR TO TRUE
      *    Re-enabling a dormant account restarts its clock, or the
      *    next night's RECERT run would disable it again
           MOVE WS-DATE-1 TO LAST-LOGON-DATE OF WS-TEMP-OPERATOR
           ADD 1 TO REC-VERSION OF WS-TEMP-OPERATOR
           MOVE USER-ID OF USER-SVC-REQ
               TO MODIFIED-BY OF WS-TEMP-OPERATOR
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC
           .

       LIST-OPERATORS.
      *    Pre: Q-OPERATOR-ID of the last operator returned (spaces
      *         to start)
      *    Post: OUT-OPERATOR is the next operator; 404 past the end

           OPEN INPUT USER-FILE
           IF FILE-NOT-FOUND
               MOVE 404 TO STATUS-CODE-N OF USER-SVC-RES
               MOVE 'N' TO USERS-ON-FILE OF USER-SVC-RES
               MOVE 'No further operators'
                   TO STATUS-MSG OF USER-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF USER-SVC-RES
               MOVE 'Cannot open operator file'
                   TO STATUS-MSG OF USER-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-OPERATOR-ID OF USER-SVC-REQ TO USR-REC-KEY
           SET LIST-AT-END TO TRUE

           START USER-FILE KEY IS GREATER THAN USR-REC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ USER-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE USER-RECORD TO WS-TEMP-OPERATOR
                           SET LIST-ENTRY-FOUND TO TRUE
                   END-READ
           END-START

           CLOSE USER-FILE

           IF LIST-ENTRY-FOUND
               PERFORM DEFAULT-RECERT-FIELDS
               MOVE WS-TEMP-OPERATOR TO OUT-OPERATOR OF USER-SVC-RES
               MOVE 0 TO STATUS-CODE-N OF USER-SVC-RES
               MOVE 'Operator found' TO STATUS-MSG OF USER-SVC-RES
           ELSE
               MOVE 404 TO STATUS-CODE-N OF USER-SVC-RES
               MOVE 'No further operators'
                   TO STATUS-MSG OF USER-SVC-RES
           END-IF
           .

       DISABLE-OPERATOR.
      *    Pre: Q-OPERATOR-ID and Q-DISABLE-REASON populated
      *    Post: Operator disabled with the reason recorded and the
      *          change audited; an operator already disabled is
      *          left as it is (0, nothing written)

           IF Q-OPERATOR-ID OF USER-SVC-REQ = SPACES
               MOVE 422 TO STATUS-CODE-N OF USER-SVC-RES
               MOVE 'Q-OPERATOR-ID is required'
                   TO STATUS-MSG OF USER-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF Q-DISABLE-REASON OF USER-SVC-REQ NOT = 'U' AND 'T'
                   AND 'R' AND 'A'
               MOVE 422 TO STATUS-CODE-N OF USER-SVC-RES
               MOVE 'Q-DISABLE-REASON must be U, T, R or A'
                   TO STATUS-MSG OF USER-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-USER-FILE-IO
           IF NOT OK OF USER-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-OPERATOR-ID OF USER-SVC-REQ TO USR-REC-KEY
           READ USER-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF USER-SVC-RES
                   MOVE 'Operator not found'
                       TO STATUS-MSG OF USER-SVC-RES
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-READ

           MOVE USER-RECORD TO WS-TEMP-OPERATOR
           PERFORM DEFAULT-RECERT-FIELDS
           IF OPERATOR-DISABLED OF WS-TEMP-OPERATOR
               CLOSE USER-FILE
               MOVE 0 TO STATUS-CODE-N OF USER-SVC-RES
               MOVE 'Operator already disabled'
                   TO STATUS-MSG OF USER-SVC-RES
               MOVE WS-TEMP-OPERATOR TO OUT-OPERATOR OF USER-SVC-RES
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-AUDIT-REC
           MOVE WS-TEMP-OPERATOR TO BEFORE-VALUE OF WS-AUDIT-REC

           SET OPERATOR-DISABLED OF WS-TEMP-OPERATOR TO TRUE
           MOVE Q-DISABLE-REASON OF USER-SVC-REQ
               TO DISABLE-REASON OF WS-TEMP-OPERATOR
           ADD 1 TO REC-VERSION OF WS-TEMP-OPERATOR
           MOVE USER-ID OF USER-SVC-REQ
               TO MODIFIED-BY OF WS-TEMP-OPERATOR
           MOVE WS-CURRENT-TIMESTAMP
               TO MODIFIED-AT OF WS-TEMP-OPERATOR

           MOVE WS-TEMP-OPERATOR TO USER-RECORD
           REWRITE USER-RECORD
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF USER-SVC-RES
               MOVE 'Failed to update operator record'
                   TO STATUS-MSG OF USER-SVC-RES
               CLOSE USER-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE USER-FILE

           MOVE 0 TO STATUS-CODE-N OF USER-SVC-RES
           MOVE 'Operator disabled' TO STATUS-MSG OF USER-SVC-RES
           MOVE WS-TEMP-OPERATOR TO OUT-OPERATOR OF USER-SVC-RES

           MOVE 'DISABLE' TO ACTION OF WS-AUDIT-REC
           MOVE 'USR' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE 0 TO ENTITY-ID OF WS-AUDIT-REC
           MOVE USER-ID OF USER-SVC-REQ TO USER-ID OF WS-AUDIT-REC
           MOVE WS-TEMP-OPERATOR TO AFTER-VALUE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC
           .

       RECERTIFY-OPERATOR.
      *    Pre: Q-OPERATOR-ID populated; USER-ID names the reviewer
      *         or the job loading the decision
      *    Post: LAST-RECERT-DATE stamped and audited; a disabled
      *          operator cannot be kept (422 - an admin re-enables)

           IF Q-OPERATOR-ID OF USER-SVC-REQ = SPACES
               MOVE 422 TO STATUS-CODE-N OF USER-SVC-RES
               MOVE 'Q-OPERATOR-ID is required'
                   TO STATUS-MSG OF USER-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-USER-FILE-IO
           IF NOT OK OF USER-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-OPERATOR-ID OF USER-SVC-REQ TO USR-REC-KEY
           READ USER-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF USER-SVC-RES
                   MOVE 'Operator not found'
                       TO STATUS-MSG OF USER-SVC-RES
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-READ

           MOVE USER-RECORD TO WS-TEMP-OPERATOR
           PERFORM DEFAULT-RECERT-FIELDS
           IF OPERATOR-DISABLED OF WS-TEMP-OPERATOR
               MOVE 422 TO STATUS-CODE-N OF USER-SVC-RES
               MOVE 'Operator is disabled - admin must re-enable'
                   TO STATUS-MSG OF USER-SVC-RES
               CLOSE USER-FILE
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-AUDIT-REC
           MOVE WS-TEMP-OPERATOR TO BEFORE-VALUE OF WS-AUDIT-REC

           MOVE WS-DATE-1 TO LAST-RECERT-DATE OF WS-TEMP-OPERATOR
           ADD 1 TO REC-VERSION OF WS-TEMP-OPERATOR
           MOVE USER-ID OF USER-SVC-REQ
               TO MODIFIED-BY OF WS-TEMP-OPERATOR
           MOVE WS-CURRENT-TIMESTAMP
               TO MODIFIED-AT OF WS-TEMP-OPERATOR

           MOVE WS-TEMP-OPERATOR TO USER-RECORD
           REWRITE USER-RECORD
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF USER-SVC-RES
               MOVE 'Failed to update operator record'
                   TO STATUS-MSG OF USER-SVC-RES
               CLOSE USER-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE USER-FILE

           MOVE 0 TO STATUS-CODE-N OF USER-SVC-RES
           MOVE 'Operator recertified' TO STATUS-MSG OF USER-SVC-RES
           MOVE WS-TEMP-OPERATOR TO OUT-OPERATOR OF USER-SVC-RES

           MOVE 'RECERTIFY' TO ACTION OF WS-AUDIT-REC
           MOVE 'USR' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE 0 TO ENTITY-ID OF WS-AUDIT-REC
           MOVE USER-ID OF USER-SVC-REQ TO USER-ID OF WS-AUDIT-REC
           MOVE WS-TEMP-OPERATOR TO AFTER-VALUE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC
           .

       DEFAULT-RECERT-FIELDS.
      *    Pre: WS-TEMP-OPERATOR holds an operator record
      *    Post: Records written before the recertification fields
      *          existed carry spaces there - read as zero/blank

           IF OPER-EMP-ID OF WS-TEMP-OPERATOR IS NOT NUMERIC
               MOVE 0 TO OPER-EMP-ID OF WS-TEMP-OPERATOR
           END-IF
           IF LAST-LOGON-DATE OF WS-TEMP-OPERATOR IS NOT NUMERIC
               MOVE 0 TO LAST-LOGON-DATE OF WS-TEMP-OPERATOR
           END-IF
           IF LAST-RECERT-DATE OF WS-TEMP-OPERATOR IS NOT NUMERIC
               MOVE 0 TO LAST-RECERT-DATE OF WS-TEMP-OPERATOR
           END-IF
           .

       HASH-PASSWORD.
      *    Pre: WS-PWD-IN holds the password, trailing spaces
      *    Post: WS-PWD-HASH holds its checksum - character codes
