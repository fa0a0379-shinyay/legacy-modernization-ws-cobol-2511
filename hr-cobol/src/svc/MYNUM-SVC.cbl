      *          Every retrieval - not just every change - is written
      *          to the audit trail with the purpose of access, and
      *          the number itself never appears in an audit image.
      *          HELD answers only whether a number is on file, for
      *          the MDSCORE completeness check.
      * Operations: SET, GET, SCRUB, HELD
      * Pre: Valid request with OP-CODE, USER-ID, CORR-ID; GET and
      *      SET additionally require the caller to be an active
      *      admin operator on the operator master (checked here
      *       RESTAX-SVC owns restax.dat - keyed on EMP-ID. SCRUB
      *       runs without the operator gate: it is the unattended
      *       PURGEPII path and destroys data rather than revealing
      *       it. HELD skips the gate as well and is not audited -
      *       it never returns the number.
      ******************************************************************

       ENVIRONMENT DIVISION.
                   END-IF
               WHEN OP-SCRUB OF MYNUM-SVC-REQ
                   PERFORM SCRUB-MYNUM
               WHEN OP-HELD OF MYNUM-SVC-REQ
                   PERFORM CHECK-MYNUM-HELD
               WHEN OTHER
                   MOVE 422 TO STATUS-CODE-N OF MYNUM-SVC-RES
                   MOVE 'Invalid operation code'
           END-IF
           .

       CHECK-MYNUM-HELD.
      *    Pre: Q-EMP-ID populated
      *    Post: 0 when a number is held for the employee, 404 when
      *          none is (or it was scrubbed); OUT-MYNUM carries the
      *          record with the number masked

           IF Q-EMP-ID OF MYNUM-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF MYNUM-SVC-RES
               MOVE 'Q-EMP-ID is required'
                   TO STATUS-MSG OF MYNUM-SVC-RES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT MYNUM-FILE
           IF FILE-NOT-FOUND
               MOVE 404 TO STATUS-CODE-N OF MYNUM-SVC-RES
               MOVE 'No My Number records on file'
                   TO STATUS-MSG OF MYNUM-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF MYNUM-SVC-RES
               MOVE 'Cannot open My Number file'
                   TO STATUS-MSG OF MYNUM-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-EMP-ID OF MYNUM-SVC-REQ TO WS-EMP-ID-STR
           MOVE WS-EMP-ID-STR TO MYN-REC-KEY
           READ MYNUM-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF MYNUM-SVC-RES
                   MOVE 'No My Number on file for employee'
                       TO STATUS-MSG OF MYNUM-SVC-RES
               NOT INVALID KEY
                   MOVE MYNUM-RECORD TO WS-TEMP-MYNUM
                   MOVE '************' TO MY-NUMBER OF WS-TEMP-MYNUM
                   MOVE WS-TEMP-MYNUM TO OUT-MYNUM OF MYNUM-SVC-RES
                   IF MYNUM-HELD OF WS-TEMP-MYNUM
                       MOVE 0 TO STATUS-CODE-N OF MYNUM-SVC-RES
                       MOVE 'My Number held'
                           TO STATUS-MSG OF MYNUM-SVC-RES
                   ELSE
                       MOVE 404 TO STATUS-CODE-N OF MYNUM-SVC-RES
                       MOVE 'My Number scrubbed for employee'
                           TO STATUS-MSG OF MYNUM-SVC-RES
                   END-IF
           END-READ

           CLOSE MYNUM-FILE
           .

       SCRUB-MYNUM.
      *    Pre: Q-EMP-ID populated
      *    Post: Number blanked and status set scrubbed; an employee
