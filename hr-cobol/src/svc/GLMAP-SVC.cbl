       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLMAP-SVC.
      ******************************************************************
      * GLMAP-SVC - GL Account Mapping Service
      * Purpose: Maintains the GL account mapping master the payroll
      *          postings take their accounts from - which account
      *          each payroll detail line type and code posts to,
      *          by run type and optionally by department or
      *          COMPANY-CODE - and answers the account a posting
      *          line resolves to. EXPGL and LVLIAB carry no account
      *          codes of their own: a line RESOLVE cannot map
      *          rejects their run.
      * Operations: ADD, FIND, UPDATE, LIST, RESOLVE
      * Pre: Valid request with OP-CODE, USER-ID, CORR-ID
      * Post: Response with STATUS-CODE-N and STATUS-MSG
      * Note: GLMAP-FILE is owned by this service directly, the way
      *       PAYEE-SVC owns payee.dat - keyed on GLM-LINE-TYPE +
      *       GLM-LINE-CODE + GLM-RUN-TYPE + GLM-SCOPE-TYPE +
      *       GLM-SCOPE-CODE.
      *       RESOLVE takes the most specific active mapping: the
      *       line's own code before '*', its own run type before
      *       '*', and within those a department row before a
      *       company row before an unscoped one.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLMAP-FILE ASSIGN TO 'hr-cobol/data/glmap.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLMAP-REC-KEY
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * GLMAP-REC-KEY occupies the GLM-LINE-TYPE through
      * GLM-SCOPE-CODE byte range (positions 12-40 of the 200-byte
      * record).
       FD  GLMAP-FILE.
       01  GLMAP-RECORD.
           05  FILLER               PIC X(11).
           05  GLMAP-REC-KEY        PIC X(29).
           05  FILLER               PIC X(160).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'GLMAP-SVC'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK                 VALUE '00'.
           88  FILE-EOF                VALUE '10'.
           88  FILE-NOT-FOUND          VALUE '35'.
           88  FILE-DUP-KEY            VALUE '22'.

      * Working storage for date and timestamp
       01  WS-DATE-1               PIC 9(8).
       01  WS-CURRENT-TIME         PIC 9(6).
       01  WS-CURRENT-TIMESTAMP    PIC 9(14).

       01  WS-TEMP-GLMAP.
           COPY glmap REPLACING ==05== BY ==10==.

       01  WS-SCAN-DONE-SW         PIC X.
           88  SCAN-DONE               VALUE 'Y'.
           88  SCAN-NOT-DONE           VALUE 'N'.

       01  WS-VALIDATION-SW        PIC X.
           88  VALIDATION-OK           VALUE 'Y'.
           88  VALIDATION-FAILED       VALUE 'N'.
       01  WS-ERROR-MSG            PIC X(60).
       01  WS-SPACE-COUNT          PIC 9(2).

      * RESOLVE candidates, most specific first - the line code then
      * '*', the run type then '*', and the department, company and
      * unscoped rows
       01  WS-RESOLVE-SW           PIC X.
           88  MAPPING-FOUND           VALUE 'Y'.
           88  MAPPING-NOT-FOUND       VALUE 'N'.
       01  WS-RV-CODE-IDX          PIC 9.
       01  WS-RV-RUN-IDX           PIC 9.
       01  WS-RV-SCOPE-IDX         PIC 9.
       01  WS-RV-CODES.
           05  WS-RV-CODE          PIC X(20) OCCURS 2 TIMES.
       01  WS-RV-RUNS.
           05  WS-RV-RUN           PIC X     OCCURS 2 TIMES.
       01  WS-RV-SCOPES.
           05  WS-RV-SCOPE         OCCURS 3 TIMES.
               10  WS-RV-SCOPE-TYPE    PIC X.
               10  WS-RV-SCOPE-CODE    PIC X(6).
       01  WS-RV-DEPT-DISP         PIC 9(6).
       01  WS-RV-KEY.
           05  WS-RV-KEY-TYPE      PIC X.
           05  WS-RV-KEY-CODE      PIC X(20).
           05  WS-RV-KEY-RUN       PIC X.
           05  WS-RV-KEY-SCOPE-TYPE PIC X.
           05  WS-RV-KEY-SCOPE-CODE PIC X(6).

      * Working storage for AUDIT-LOG calls
       01  WS-AUDIT-REC.
           COPY audit.

       LINKAGE SECTION.
           COPY glmap-req.
           COPY glmap-res.

       PROCEDURE DIVISION USING GLMAP-SVC-REQ GLMAP-SVC-RES.

       MAIN-PROCESS.
      *    Initialize response
           INITIALIZE GLMAP-SVC-RES
           MOVE CORR-ID OF GLMAP-SVC-REQ TO CORR-ID OF GLMAP-SVC-RES

      *    Get current date and timestamp
           ACCEPT WS-DATE-1 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-DATE-1 WS-CURRENT-TIME
               DELIMITED BY SIZE
               INTO WS-CURRENT-TIMESTAMP

      *    Route to operation
           EVALUATE TRUE
               WHEN OP-ADD OF GLMAP-SVC-REQ
                   PERFORM ADD-GLMAP
               WHEN OP-FIND OF GLMAP-SVC-REQ
                   PERFORM FIND-GLMAP
               WHEN OP-UPDATE OF GLMAP-SVC-REQ
                   PERFORM UPDATE-GLMAP
               WHEN OP-LIST OF GLMAP-SVC-REQ
                   PERFORM LIST-GLMAPS
               WHEN OP-RESOLVE OF GLMAP-SVC-REQ
                   PERFORM RESOLVE-GLMAP
               WHEN OTHER
                   MOVE 422 TO STATUS-CODE-N OF GLMAP-SVC-RES
                   MOVE 'Invalid operation code'
                       TO STATUS-MSG OF GLMAP-SVC-RES
           END-EVALUATE

           GOBACK
           .

       ADD-GLMAP.
      *    Pre: IN-GLMAP populated with the key and the account
      *    Post: Mapping written; 409 on a duplicate key

           PERFORM VALIDATE-GLMAP-FIELDS
           IF VALIDATION-FAILED
               MOVE 422 TO STATUS-CODE-N OF GLMAP-SVC-RES
               MOVE WS-ERROR-MSG TO STATUS-MSG OF GLMAP-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-GLMAP-FILE-IO
           IF NOT OK OF GLMAP-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE IN-GLMAP OF GLMAP-SVC-REQ TO WS-TEMP-GLMAP
           MOVE 1 TO RECORD-VERSION OF WS-TEMP-GLMAP
           MOVE 1 TO REC-VERSION OF WS-TEMP-GLMAP
           IF NOT GLM-ACTIVE OF WS-TEMP-GLMAP
                   AND NOT GLM-INACTIVE OF WS-TEMP-GLMAP
               SET GLM-ACTIVE OF WS-TEMP-GLMAP TO TRUE
           END-IF
           MOVE USER-ID OF GLMAP-SVC-REQ(1:8)
               TO CREATED-BY OF WS-TEMP-GLMAP
           MOVE WS-CURRENT-TIMESTAMP TO CREATED-AT OF WS-TEMP-GLMAP
           MOVE SPACES TO MODIFIED-BY OF WS-TEMP-GLMAP
           MOVE 0 TO MODIFIED-AT OF WS-TEMP-GLMAP

           MOVE WS-TEMP-GLMAP TO GLMAP-RECORD
           WRITE GLMAP-RECORD

           IF FILE-DUP-KEY
               MOVE 409 TO STATUS-CODE-N OF GLMAP-SVC-RES
               MOVE 'Mapping already on file for this key'
                   TO STATUS-MSG OF GLMAP-SVC-RES
               CLOSE GLMAP-FILE
               EXIT PARAGRAPH
           END-IF
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF GLMAP-SVC-RES
               MOVE 'Failed to write mapping record'
                   TO STATUS-MSG OF GLMAP-SVC-RES
               CLOSE GLMAP-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE GLMAP-FILE

           INITIALIZE WS-AUDIT-REC
           MOVE 'CREATE' TO ACTION OF WS-AUDIT-REC
           MOVE 'GLM' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE USER-ID OF GLMAP-SVC-REQ TO USER-ID OF WS-AUDIT-REC
           MOVE WS-TEMP-GLMAP TO AFTER-VALUE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC

           MOVE 0 TO STATUS-CODE-N OF GLMAP-SVC-RES
           MOVE 'Mapping created' TO STATUS-MSG OF GLMAP-SVC-RES
           MOVE WS-TEMP-GLMAP TO OUT-GLMAP OF GLMAP-SVC-RES
           .

       FIND-GLMAP.
      *    Pre: Q-LINE-TYPE, Q-LINE-CODE, Q-RUN-TYPE, Q-SCOPE-TYPE
      *         and Q-SCOPE-CODE populated - the full key
      *    Post: OUT-GLMAP carries the mapping; 404 when it is not
      *          on file

           IF Q-LINE-TYPE OF GLMAP-SVC-REQ = SPACE
                   OR Q-LINE-CODE OF GLMAP-SVC-REQ = SPACES
                   OR Q-RUN-TYPE OF GLMAP-SVC-REQ = SPACE
               MOVE 422 TO STATUS-CODE-N OF GLMAP-SVC-RES
               MOVE 'Q-LINE-TYPE, Q-LINE-CODE and Q-RUN-TYPE required'
                   TO STATUS-MSG OF GLMAP-SVC-RES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT GLMAP-FILE
           IF FILE-NOT-FOUND
               MOVE 404 TO STATUS-CODE-N OF GLMAP-SVC-RES
               MOVE 'No mappings on file'
                   TO STATUS-MSG OF GLMAP-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF GLMAP-SVC-RES
               MOVE 'Cannot open mapping file'
                   TO STATUS-MSG OF GLMAP-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-LINE-TYPE OF GLMAP-SVC-REQ TO GLMAP-REC-KEY(1:1)
           MOVE Q-LINE-CODE OF GLMAP-SVC-REQ TO GLMAP-REC-KEY(2:20)
           MOVE Q-RUN-TYPE OF GLMAP-SVC-REQ TO GLMAP-REC-KEY(22:1)
           MOVE Q-SCOPE-TYPE OF GLMAP-SVC-REQ TO GLMAP-REC-KEY(23:1)
           MOVE Q-SCOPE-CODE OF GLMAP-SVC-REQ TO GLMAP-REC-KEY(24:6)
           READ GLMAP-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF GLMAP-SVC-RES
                   MOVE 'Mapping not found'
                       TO STATUS-MSG OF GLMAP-SVC-RES
               NOT INVALID KEY
                   MOVE GLMAP-RECORD TO WS-TEMP-GLMAP
                   MOVE WS-TEMP-GLMAP TO OUT-GLMAP OF GLMAP-SVC-RES
                   MOVE 0 TO STATUS-CODE-N OF GLMAP-SVC-RES
                   MOVE 'Mapping found'
                       TO STATUS-MSG OF GLMAP-SVC-RES
           END-READ

           CLOSE GLMAP-FILE
           .

       UPDATE-GLMAP.
      *    Pre: IN-GLMAP populated, keyed by its full key
      *    Post: Mapping rewritten, its REC-VERSION advanced

           PERFORM VALIDATE-GLMAP-FIELDS
           IF VALIDATION-FAILED
               MOVE 422 TO STATUS-CODE-N OF GLMAP-SVC-RES
               MOVE WS-ERROR-MSG TO STATUS-MSG OF GLMAP-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-GLMAP-FILE-IO
           IF NOT OK OF GLMAP-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE IN-GLMAP OF GLMAP-SVC-REQ(12:29) TO GLMAP-REC-KEY
           READ GLMAP-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF GLMAP-SVC-RES
                   MOVE 'Mapping not found'
                       TO STATUS-MSG OF GLMAP-SVC-RES
                   CLOSE GLMAP-FILE
                   EXIT PARAGRAPH
           END-READ

           MOVE GLMAP-RECORD TO WS-TEMP-GLMAP
           INITIALIZE WS-AUDIT-REC
           MOVE WS-TEMP-GLMAP TO BEFORE-VALUE OF WS-AUDIT-REC

      *    The creation stamp and version travel from the record on
      *    file, not from the caller's copy
           MOVE CREATED-BY OF WS-TEMP-GLMAP
               TO CREATED-BY OF IN-GLMAP OF GLMAP-SVC-REQ
           MOVE CREATED-AT OF WS-TEMP-GLMAP
               TO CREATED-AT OF IN-GLMAP OF GLMAP-SVC-REQ
           MOVE RECORD-VERSION OF WS-TEMP-GLMAP
               TO RECORD-VERSION OF IN-GLMAP OF GLMAP-SVC-REQ
           COMPUTE REC-VERSION OF IN-GLMAP OF GLMAP-SVC-REQ =
               REC-VERSION OF WS-TEMP-GLMAP + 1

           MOVE IN-GLMAP OF GLMAP-SVC-REQ TO WS-TEMP-GLMAP
           IF NOT GLM-ACTIVE OF WS-TEMP-GLMAP
                   AND NOT GLM-INACTIVE OF WS-TEMP-GLMAP
               SET GLM-ACTIVE OF WS-TEMP-GLMAP TO TRUE
           END-IF
           MOVE USER-ID OF GLMAP-SVC-REQ(1:8)
               TO MODIFIED-BY OF WS-TEMP-GLMAP
           MOVE WS-CURRENT-TIMESTAMP TO MODIFIED-AT OF WS-TEMP-GLMAP

           MOVE WS-TEMP-GLMAP TO GLMAP-RECORD
           REWRITE GLMAP-RECORD

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF GLMAP-SVC-RES
               MOVE 'Failed to rewrite mapping record'
                   TO STATUS-MSG OF GLMAP-SVC-RES
               CLOSE GLMAP-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE GLMAP-FILE

           MOVE 'UPDATE' TO ACTION OF WS-AUDIT-REC
           MOVE 'GLM' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE USER-ID OF GLMAP-SVC-REQ TO USER-ID OF WS-AUDIT-REC
           MOVE WS-TEMP-GLMAP TO AFTER-VALUE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC

           MOVE 0 TO STATUS-CODE-N OF GLMAP-SVC-RES
           MOVE 'Mapping updated' TO STATUS-MSG OF GLMAP-SVC-RES
           MOVE WS-TEMP-GLMAP TO OUT-GLMAP OF GLMAP-SVC-RES
           .

       LIST-GLMAPS.
      *    Pre: Q-CURSOR spaces to start, or the last key returned
      *    Post: OUT-GLMAP carries the next mapping past the cursor;
      *          MORE-RESULTS says whether to continue

           SET NO-MORE-RESULTS OF GLMAP-SVC-RES TO TRUE

           OPEN INPUT GLMAP-FILE
           IF FILE-NOT-FOUND
               MOVE 404 TO STATUS-CODE-N OF GLMAP-SVC-RES
               MOVE 'No mappings on file'
                   TO STATUS-MSG OF GLMAP-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF GLMAP-SVC-RES
               MOVE 'Cannot open mapping file'
                   TO STATUS-MSG OF GLMAP-SVC-RES
               EXIT PARAGRAPH
           END-IF

           SET SCAN-NOT-DONE TO TRUE
           MOVE Q-CURSOR OF GLMAP-SVC-REQ TO GLMAP-REC-KEY
           IF GLMAP-REC-KEY = SPACES
               MOVE LOW-VALUES TO GLMAP-REC-KEY
           END-IF
           START GLMAP-FILE KEY IS GREATER THAN GLMAP-REC-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START

           IF SCAN-DONE
               MOVE 404 TO STATUS-CODE-N OF GLMAP-SVC-RES
               MOVE 'No further mappings'
                   TO STATUS-MSG OF GLMAP-SVC-RES
               CLOSE GLMAP-FILE
               EXIT PARAGRAPH
           END-IF

           READ GLMAP-FILE NEXT RECORD
               AT END
                   MOVE 404 TO STATUS-CODE-N OF GLMAP-SVC-RES
                   MOVE 'No further mappings'
                       TO STATUS-MSG OF GLMAP-SVC-RES
                   CLOSE GLMAP-FILE
                   EXIT PARAGRAPH
           END-READ

           MOVE GLMAP-RECORD TO WS-TEMP-GLMAP
           MOVE WS-TEMP-GLMAP TO OUT-GLMAP OF GLMAP-SVC-RES
           MOVE GLMAP-REC-KEY TO NEXT-CURSOR OF GLMAP-SVC-RES
           MOVE 0 TO STATUS-CODE-N OF GLMAP-SVC-RES
           MOVE 'Mapping answered' TO STATUS-MSG OF GLMAP-SVC-RES

      *    One look ahead decides MORE-RESULTS
           READ GLMAP-FILE NEXT RECORD
               AT END
                   SET NO-MORE-RESULTS OF GLMAP-SVC-RES TO TRUE
               NOT AT END
                   SET MORE-RESULTS OF GLMAP-SVC-RES TO TRUE
           END-READ

           CLOSE GLMAP-FILE
           .

       RESOLVE-GLMAP.
      *    Pre: Q-LINE-TYPE, Q-LINE-CODE (spaces on a reserved row),
      *         Q-RUN-TYPE, Q-DEPT-ID and Q-COMPANY-CODE populated
      *    Post: OUT-GLMAP carries the most specific active mapping
      *          for the line; 404 when none applies

           IF Q-LINE-TYPE OF GLMAP-SVC-REQ = SPACE
                   OR Q-RUN-TYPE OF GLMAP-SVC-REQ = SPACE
               MOVE 422 TO STATUS-CODE-N OF GLMAP-SVC-RES
               MOVE 'Q-LINE-TYPE and Q-RUN-TYPE are required'
                   TO STATUS-MSG OF GLMAP-SVC-RES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT GLMAP-FILE
           IF FILE-NOT-FOUND
               MOVE 404 TO STATUS-CODE-N OF GLMAP-SVC-RES
               MOVE 'No mappings on file'
                   TO STATUS-MSG OF GLMAP-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF GLMAP-SVC-RES
               MOVE 'Cannot open mapping file'
                   TO STATUS-MSG OF GLMAP-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-LINE-CODE OF GLMAP-SVC-REQ TO WS-RV-CODE(1)
           IF WS-RV-CODE(1) = SPACES
               MOVE '*' TO WS-RV-CODE(1)
           END-IF
           MOVE '*' TO WS-RV-CODE(2)
           MOVE Q-RUN-TYPE OF GLMAP-SVC-REQ TO WS-RV-RUN(1)
           MOVE '*' TO WS-RV-RUN(2)

           MOVE Q-DEPT-ID OF GLMAP-SVC-REQ TO WS-RV-DEPT-DISP
           MOVE 'D' TO WS-RV-SCOPE-TYPE(1)
           MOVE WS-RV-DEPT-DISP TO WS-RV-SCOPE-CODE(1)
           MOVE 'C' TO WS-RV-SCOPE-TYPE(2)
           MOVE SPACES TO WS-RV-SCOPE-CODE(2)
           MOVE Q-COMPANY-CODE OF GLMAP-SVC-REQ
               TO WS-RV-SCOPE-CODE(2)(1:2)
           IF WS-RV-SCOPE-CODE(2) = SPACES
               MOVE '01' TO WS-RV-SCOPE-CODE(2)(1:2)
           END-IF
           MOVE SPACE TO WS-RV-SCOPE-TYPE(3)
           MOVE SPACES TO WS-RV-SCOPE-CODE(3)

           SET MAPPING-NOT-FOUND TO TRUE
           PERFORM TRY-ONE-MAPPING
               VARYING WS-RV-CODE-IDX FROM 1 BY 1
                   UNTIL WS-RV-CODE-IDX > 2 OR MAPPING-FOUND
               AFTER WS-RV-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RV-RUN-IDX > 2 OR MAPPING-FOUND
               AFTER WS-RV-SCOPE-IDX FROM 1 BY 1
                   UNTIL WS-RV-SCOPE-IDX > 3 OR MAPPING-FOUND

           CLOSE GLMAP-FILE

           IF MAPPING-FOUND
               MOVE WS-TEMP-GLMAP TO OUT-GLMAP OF GLMAP-SVC-RES
               MOVE 0 TO STATUS-CODE-N OF GLMAP-SVC-RES
               MOVE 'Mapping resolved' TO STATUS-MSG OF GLMAP-SVC-RES
           ELSE
               MOVE 404 TO STATUS-CODE-N OF GLMAP-SVC-RES
               MOVE 'No active mapping for this line'
                   TO STATUS-MSG OF GLMAP-SVC-RES
           END-IF
           .

      * TRY-ONE-MAPPING: Reads one candidate key; an inactive row is
      * passed over as if it were not on file.
       TRY-ONE-MAPPING.
           MOVE Q-LINE-TYPE OF GLMAP-SVC-REQ TO WS-RV-KEY-TYPE
           MOVE WS-RV-CODE(WS-RV-CODE-IDX) TO WS-RV-KEY-CODE
           MOVE WS-RV-RUN(WS-RV-RUN-IDX) TO WS-RV-KEY-RUN
           MOVE WS-RV-SCOPE-TYPE(WS-RV-SCOPE-IDX)
               TO WS-RV-KEY-SCOPE-TYPE
           MOVE WS-RV-SCOPE-CODE(WS-RV-SCOPE-IDX)
               TO WS-RV-KEY-SCOPE-CODE
           MOVE WS-RV-KEY TO GLMAP-REC-KEY

           READ GLMAP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE GLMAP-RECORD TO WS-TEMP-GLMAP
                   IF GLM-ACTIVE OF WS-TEMP-GLMAP
                       SET MAPPING-FOUND TO TRUE
                   END-IF
           END-READ
           .

      * VALIDATE-GLMAP-FIELDS: The key and the account of IN-GLMAP.
      * A reserved posting row maps every line of its kind, so its
      * LINE-CODE is always '*'; a department scope names a DEPT-ID
      * and a company scope a COMPANY-CODE.
       VALIDATE-GLMAP-FIELDS.
           SET VALIDATION-OK TO TRUE

           IF NOT GLM-LINE-TYPE-VALID OF IN-GLMAP OF GLMAP-SVC-REQ
               SET VALIDATION-FAILED TO TRUE
               MOVE 'GLM-LINE-TYPE must be a posted line type or 0-9'
                   TO WS-ERROR-MSG
               EXIT PARAGRAPH
           END-IF

           IF GLM-LINE-CODE OF IN-GLMAP OF GLMAP-SVC-REQ = SPACES
               SET VALIDATION-FAILED TO TRUE
               MOVE 'GLM-LINE-CODE is required (* for any code)'
                   TO WS-ERROR-MSG
               EXIT PARAGRAPH
           END-IF

           IF GLM-RESERVED-ROW OF IN-GLMAP OF GLMAP-SVC-REQ
                   AND GLM-LINE-CODE OF IN-GLMAP OF GLMAP-SVC-REQ
                       NOT = '*'
               SET VALIDATION-FAILED TO TRUE
               MOVE 'A reserved posting row takes GLM-LINE-CODE *'
                   TO WS-ERROR-MSG
               EXIT PARAGRAPH
           END-IF

           IF NOT GLM-RUN-TYPE-VALID OF IN-GLMAP OF GLMAP-SVC-REQ
               SET VALIDATION-FAILED TO TRUE
               MOVE 'GLM-RUN-TYPE must be R, B, S or *'
                   TO WS-ERROR-MSG
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN GLM-SCOPE-ALL OF IN-GLMAP OF GLMAP-SVC-REQ
                   IF GLM-SCOPE-CODE OF IN-GLMAP OF GLMAP-SVC-REQ
                           NOT = SPACES
                       SET VALIDATION-FAILED TO TRUE
                       MOVE 'An unscoped mapping takes no scope code'
                           TO WS-ERROR-MSG
                   END-IF
               WHEN GLM-SCOPE-DEPT OF IN-GLMAP OF GLMAP-SVC-REQ
                   IF GLM-SCOPE-CODE OF IN-GLMAP OF GLMAP-SVC-REQ
                           IS NOT NUMERIC
                       SET VALIDATION-FAILED TO TRUE
                       MOVE 'A department scope must be six digits'
                           TO WS-ERROR-MSG
                   END-IF
               WHEN GLM-SCOPE-COMPANY OF IN-GLMAP OF GLMAP-SVC-REQ
                   MOVE GLM-SCOPE-CODE OF IN-GLMAP OF GLMAP-SVC-REQ
                       TO WS-RV-SCOPE-CODE(1)
                   IF WS-RV-SCOPE-CODE(1)(1:2) = SPACES
                           OR WS-RV-SCOPE-CODE(1)(3:4) NOT = SPACES
                       SET VALIDATION-FAILED TO TRUE
                       MOVE 'A company scope must be a 2-character code'
                           TO WS-ERROR-MSG
                   END-IF
               WHEN OTHER
                   SET VALIDATION-FAILED TO TRUE
                   MOVE 'GLM-SCOPE-TYPE must be blank, D or C'
                       TO WS-ERROR-MSG
           END-EVALUATE
           IF VALIDATION-FAILED
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SPACE-COUNT
           INSPECT GLM-ACCOUNT OF IN-GLMAP OF GLMAP-SVC-REQ
               TALLYING WS-SPACE-COUNT FOR ALL SPACE
           IF WS-SPACE-COUNT NOT = 0
               SET VALIDATION-FAILED TO TRUE
               MOVE 'GLM-ACCOUNT must be a 4-character account code'
                   TO WS-ERROR-MSG
           END-IF
           .

       OPEN-GLMAP-FILE-IO.
      *    Pre: None
      *    Post: GLMAP-FILE open I-O (created first if it didn't
      *          exist), STATUS-CODE-N set

           OPEN I-O GLMAP-FILE

           IF FILE-NOT-FOUND
      *        Create new file
               OPEN OUTPUT GLMAP-FILE
               CLOSE GLMAP-FILE
               OPEN I-O GLMAP-FILE
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF GLMAP-SVC-RES
               MOVE 'Cannot open mapping file'
                   TO STATUS-MSG OF GLMAP-SVC-RES
           ELSE
               MOVE 0 TO STATUS-CODE-N OF GLMAP-SVC-RES
           END-IF
           .

       END PROGRAM GLMAP-SVC.
