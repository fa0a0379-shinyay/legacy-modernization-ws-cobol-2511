      *          employee formally holds beside (or instead of) the
      *          single DEPT-ID on the employee record. ADD refuses
      *          an assignment that would push the employee's active
      *          FTE past 100 percent, or one worked at an
      *          establishment not on the location master;
      *          LIST-ACTIVE hands the reporting, GL and safety
      *          roster sides the split; END closes an assignment
      *          out.
      * Operations: ADD, LIST-ACTIVE, END
      * Pre: Valid request with OP-CODE, USER-ID, CORR-ID
      * Post: Response with STATUS-CODE-N and STATUS-MSG
           88  SCAN-DONE               VALUE 'Y'.
           88  SCAN-NOT-DONE           VALUE 'N'.

      * Working storage for LOC-SVC calls - a post worked at another
      * establishment names one on the location master
           COPY loc-req.
           COPY loc-res.

      * Working storage for AUDIT-LOG calls
       01  WS-AUDIT-REC.
           COPY audit.

       ADD-ASSIGNMENT.
      *    Pre: IN-ASSIGN populated with EMP-ID, DEPT-ID and
      *         FTE-PERCENT; ASSIGN-LOCATION-CODE when the post is
      *         worked at another establishment
      *    Post: Assignment booked; 422 when the active FTE total
      *          would pass 100 or the establishment is unknown

           IF EMP-ID OF IN-ASSIGN OF ASSIGN-SVC-REQ = 0
                   OR DEPT-ID OF IN-ASSIGN OF ASSIGN-SVC-REQ = 0
               EXIT PARAGRAPH
           END-IF

           IF ASSIGN-LOCATION-CODE OF IN-ASSIGN OF ASSIGN-SVC-REQ
                   NOT = SPACES
               INITIALIZE LOC-SVC-REQ
               INITIALIZE LOC-SVC-RES
               SET OP-FIND OF LOC-SVC-REQ TO TRUE
               MOVE USER-ID OF ASSIGN-SVC-REQ TO USER-ID OF LOC-SVC-REQ
               MOVE CORR-ID OF ASSIGN-SVC-REQ TO CORR-ID OF LOC-SVC-REQ
               MOVE ASSIGN-LOCATION-CODE OF IN-ASSIGN
                   OF ASSIGN-SVC-REQ
                   TO Q-LOCATION-CODE OF LOC-SVC-REQ
               CALL 'LOC-SVC' USING LOC-SVC-REQ LOC-SVC-RES
               IF NOT OK OF LOC-SVC-RES
                   MOVE 422 TO STATUS-CODE-N OF ASSIGN-SVC-RES
                   MOVE SPACES TO STATUS-MSG OF ASSIGN-SVC-RES
                   STRING 'ASSIGN-LOCATION-CODE is not on the location '
                          'master'
                       DELIMITED BY SIZE
                       INTO STATUS-MSG OF ASSIGN-SVC-RES
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM OPEN-ASSIGN-FILE-IO
           IF NOT OK OF ASSIGN-SVC-RES
               EXIT PARAGRAPH
           MOVE FTE-PERCENT OF WS-TEMP-ASSIGN
               TO ACT-FTE-PERCENT OF ASSIGN-SVC-RES
                   (ACTIVE-COUNT OF ASSIGN-SVC-RES)
           MOVE ASSIGN-LOCATION-CODE OF WS-TEMP-ASSIGN
               TO ACT-LOCATION-CODE OF ASSIGN-SVC-RES
                   (ACTIVE-COUNT OF ASSIGN-SVC-RES)
           .

       END-ASSIGNMENT.
