       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-SVC.
      ******************************************************************
      * PROJ-SVC - Project / Cost-Center Master Service
      * Purpose: Maintains the project master - the client-billable,
      *          capitalized and overhead projects timecard lines
      *          are coded to. TIME-SVC checks every coded line
      *          against it; LABORDST takes each project's type and
      *          GL account from it when it distributes the period's
      *          labor cost.
      * Operations: ADD, FIND, UPDATE
      * Pre: Valid request with OP-CODE, USER-ID, CORR-ID
      * Post: Response with STATUS-CODE-N and STATUS-MSG
      * Note: PROJECT-FILE is owned by this service directly, the
      *       way LOC-SVC owns location.dat - keyed on PROJECT-CODE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROJECT-FILE ASSIGN TO 'hr-cobol/data/project.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRJ-REC-KEY
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * PRJ-REC-KEY occupies the PROJECT-CODE byte range (positions
      * 12-19 of the 200-byte record).
       FD  PROJECT-FILE.
       01  PROJECT-RECORD.
           05  FILLER               PIC X(11).
           05  PRJ-REC-KEY          PIC X(8).
           05  FILLER               PIC X(181).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'PROJ-SVC'.
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

       01  WS-TEMP-PROJECT.
           COPY project REPLACING ==05== BY ==10==.
       01  WS-PRIOR-PROJECT.
           COPY project REPLACING ==05== BY ==10==.

      * Working storage for AUDIT-LOG calls
       01  WS-AUDIT-REC.
           COPY audit.

       LINKAGE SECTION.
           COPY proj-req.
           COPY proj-res.

       PROCEDURE DIVISION USING PROJ-SVC-REQ PROJ-SVC-RES.

       MAIN-PROCESS.
      *    Initialize response
           INITIALIZE PROJ-SVC-RES
           MOVE CORR-ID OF PROJ-SVC-REQ TO CORR-ID OF PROJ-SVC-RES

      *    Get current date and timestamp
           ACCEPT WS-DATE-1 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-DATE-1 WS-CURRENT-TIME
               DELIMITED BY SIZE
               INTO WS-CURRENT-TIMESTAMP

      *    Route to operation
           EVALUATE TRUE
               WHEN OP-ADD OF PROJ-SVC-REQ
                   PERFORM ADD-PROJECT
               WHEN OP-FIND OF PROJ-SVC-REQ
                   PERFORM FIND-PROJECT
               WHEN OP-UPDATE OF PROJ-SVC-REQ
                   PERFORM UPDATE-PROJECT
               WHEN OTHER
                   MOVE 422 TO STATUS-CODE-N OF PROJ-SVC-RES
                   MOVE 'Invalid operation code'
                       TO STATUS-MSG OF PROJ-SVC-RES
           END-EVALUATE

           GOBACK
           .

       ADD-PROJECT.
      *    Pre: IN-PROJECT populated with PROJECT-CODE, name and type
      *    Post: Project written open; 409 on a duplicate code

           PERFORM VALIDATE-PROJECT
           IF NOT OK OF PROJ-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-PROJECT-FILE-IO
           IF NOT OK OF PROJ-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE IN-PROJECT OF PROJ-SVC-REQ TO WS-TEMP-PROJECT
           MOVE 1 TO RECORD-VERSION OF WS-TEMP-PROJECT
           MOVE 1 TO REC-VERSION OF WS-TEMP-PROJECT
           IF NOT PROJECT-OPEN OF WS-TEMP-PROJECT
                   AND NOT PROJECT-CLOSED OF WS-TEMP-PROJECT
               SET PROJECT-OPEN OF WS-TEMP-PROJECT TO TRUE
           END-IF
           MOVE USER-ID OF PROJ-SVC-REQ(1:8)
               TO CREATED-BY OF WS-TEMP-PROJECT
           MOVE WS-CURRENT-TIMESTAMP
               TO CREATED-AT OF WS-TEMP-PROJECT
           MOVE SPACES TO MODIFIED-BY OF WS-TEMP-PROJECT
           MOVE 0 TO MODIFIED-AT OF WS-TEMP-PROJECT

           MOVE WS-TEMP-PROJECT TO PROJECT-RECORD
           WRITE PROJECT-RECORD

           IF FILE-DUP-KEY
               MOVE 409 TO STATUS-CODE-N OF PROJ-SVC-RES
               MOVE 'Project code already on file'
                   TO STATUS-MSG OF PROJ-SVC-RES
               CLOSE PROJECT-FILE
               EXIT PARAGRAPH
           END-IF
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF PROJ-SVC-RES
               MOVE 'Failed to write project record'
                   TO STATUS-MSG OF PROJ-SVC-RES
               CLOSE PROJECT-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE PROJECT-FILE

           INITIALIZE WS-AUDIT-REC
           MOVE 'CREATE' TO ACTION OF WS-AUDIT-REC
           MOVE 'PRJ' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE USER-ID OF PROJ-SVC-REQ TO USER-ID OF WS-AUDIT-REC
           MOVE CORR-ID OF PROJ-SVC-REQ TO CORR-ID OF WS-AUDIT-REC
           MOVE WS-TEMP-PROJECT TO AFTER-VALUE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC

           MOVE 0 TO STATUS-CODE-N OF PROJ-SVC-RES
           MOVE 'Project created'
               TO STATUS-MSG OF PROJ-SVC-RES
           MOVE WS-TEMP-PROJECT TO OUT-PROJECT OF PROJ-SVC-RES
           .

      * VALIDATE-PROJECT: Code, name and a known type are required;
      * a GL account, when given, is a four-digit account code.
       VALIDATE-PROJECT.
           MOVE 0 TO STATUS-CODE-N OF PROJ-SVC-RES

           IF PROJECT-CODE OF IN-PROJECT OF PROJ-SVC-REQ = SPACES
                   OR PROJECT-NAME OF IN-PROJECT OF PROJ-SVC-REQ
                       = SPACES
               MOVE 422 TO STATUS-CODE-N OF PROJ-SVC-RES
               MOVE 'PROJECT-CODE and PROJECT-NAME are required'
                   TO STATUS-MSG OF PROJ-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF NOT PROJECT-BILLABLE OF IN-PROJECT OF PROJ-SVC-REQ
                   AND NOT PROJECT-CAPITAL OF IN-PROJECT
                       OF PROJ-SVC-REQ
                   AND NOT PROJECT-OVERHEAD OF IN-PROJECT
                       OF PROJ-SVC-REQ
               MOVE 422 TO STATUS-CODE-N OF PROJ-SVC-RES
               MOVE 'PROJECT-TYPE must be B, C or O'
                   TO STATUS-MSG OF PROJ-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF PROJ-GL-ACCOUNT OF IN-PROJECT OF PROJ-SVC-REQ
                   NOT = SPACES
                   AND PROJ-GL-ACCOUNT OF IN-PROJECT OF PROJ-SVC-REQ
                       IS NOT NUMERIC
               MOVE 422 TO STATUS-CODE-N OF PROJ-SVC-RES
               MOVE 'PROJ-GL-ACCOUNT must be a 4-digit account'
                   TO STATUS-MSG OF PROJ-SVC-RES
           END-IF
           .

       FIND-PROJECT.
      *    Pre: Q-PROJECT-CODE populated
      *    Post: OUT-PROJECT carries the project; 404 when the code
      *          is not on file

           IF Q-PROJECT-CODE OF PROJ-SVC-REQ = SPACES
               MOVE 422 TO STATUS-CODE-N OF PROJ-SVC-RES
               MOVE 'Q-PROJECT-CODE is required'
                   TO STATUS-MSG OF PROJ-SVC-RES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PROJECT-FILE
           IF FILE-NOT-FOUND
               MOVE 404 TO STATUS-CODE-N OF PROJ-SVC-RES
               MOVE 'No projects on file'
                   TO STATUS-MSG OF PROJ-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF PROJ-SVC-RES
               MOVE 'Cannot open project file'
                   TO STATUS-MSG OF PROJ-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-PROJECT-CODE OF PROJ-SVC-REQ TO PRJ-REC-KEY
           READ PROJECT-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF PROJ-SVC-RES
                   MOVE 'Project not found'
                       TO STATUS-MSG OF PROJ-SVC-RES
               NOT INVALID KEY
                   MOVE PROJECT-RECORD TO WS-TEMP-PROJECT
                   MOVE WS-TEMP-PROJECT TO OUT-PROJECT OF PROJ-SVC-RES
                   MOVE 0 TO STATUS-CODE-N OF PROJ-SVC-RES
                   MOVE 'Project found'
                       TO STATUS-MSG OF PROJ-SVC-RES
           END-READ

           CLOSE PROJECT-FILE
           .

       UPDATE-PROJECT.
      *    Pre: IN-PROJECT populated, keyed by its PROJECT-CODE
      *    Post: Project rewritten, created stamps kept

           PERFORM VALIDATE-PROJECT
           IF NOT OK OF PROJ-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF NOT PROJECT-OPEN OF IN-PROJECT OF PROJ-SVC-REQ
                   AND NOT PROJECT-CLOSED OF IN-PROJECT
                       OF PROJ-SVC-REQ
               MOVE 422 TO STATUS-CODE-N OF PROJ-SVC-RES
               MOVE 'PROJECT-STATUS must be A or C'
                   TO STATUS-MSG OF PROJ-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-PROJECT-FILE-IO
           IF NOT OK OF PROJ-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE PROJECT-CODE OF IN-PROJECT OF PROJ-SVC-REQ
               TO PRJ-REC-KEY
           READ PROJECT-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF PROJ-SVC-RES
                   MOVE 'Project not found'
                       TO STATUS-MSG OF PROJ-SVC-RES
                   CLOSE PROJECT-FILE
                   EXIT PARAGRAPH
           END-READ

           MOVE PROJECT-RECORD TO WS-PRIOR-PROJECT
           MOVE IN-PROJECT OF PROJ-SVC-REQ TO WS-TEMP-PROJECT
           MOVE 1 TO RECORD-VERSION OF WS-TEMP-PROJECT
           COMPUTE REC-VERSION OF WS-TEMP-PROJECT =
               REC-VERSION OF WS-PRIOR-PROJECT + 1
           MOVE CREATED-BY OF WS-PRIOR-PROJECT
               TO CREATED-BY OF WS-TEMP-PROJECT
           MOVE CREATED-AT OF WS-PRIOR-PROJECT
               TO CREATED-AT OF WS-TEMP-PROJECT
           MOVE USER-ID OF PROJ-SVC-REQ(1:8)
               TO MODIFIED-BY OF WS-TEMP-PROJECT
           MOVE WS-CURRENT-TIMESTAMP
               TO MODIFIED-AT OF WS-TEMP-PROJECT

           MOVE WS-TEMP-PROJECT TO PROJECT-RECORD
           REWRITE PROJECT-RECORD

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF PROJ-SVC-RES
               MOVE 'Failed to rewrite project record'
                   TO STATUS-MSG OF PROJ-SVC-RES
               CLOSE PROJECT-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE PROJECT-FILE

           INITIALIZE WS-AUDIT-REC
           MOVE 'UPDATE' TO ACTION OF WS-AUDIT-REC
           MOVE 'PRJ' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE USER-ID OF PROJ-SVC-REQ TO USER-ID OF WS-AUDIT-REC
           MOVE CORR-ID OF PROJ-SVC-REQ TO CORR-ID OF WS-AUDIT-REC
           MOVE WS-PRIOR-PROJECT TO BEFORE-VALUE OF WS-AUDIT-REC
           MOVE WS-TEMP-PROJECT TO AFTER-VALUE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC

           MOVE 0 TO STATUS-CODE-N OF PROJ-SVC-RES
           MOVE 'Project updated'
               TO STATUS-MSG OF PROJ-SVC-RES
           MOVE WS-TEMP-PROJECT TO OUT-PROJECT OF PROJ-SVC-RES
           .

       OPEN-PROJECT-FILE-IO.
      *    Pre: None
      *    Post: PROJECT-FILE open I-O (created first if it didn't
      *          exist), STATUS-CODE-N set

           OPEN I-O PROJECT-FILE

           IF FILE-NOT-FOUND
      *        Create new file
               OPEN OUTPUT PROJECT-FILE
               CLOSE PROJECT-FILE
               OPEN I-O PROJECT-FILE
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF PROJ-SVC-RES
               MOVE 'Cannot open project file'
                   TO STATUS-MSG OF PROJ-SVC-RES
           ELSE
               MOVE 0 TO STATUS-CODE-N OF PROJ-SVC-RES
           END-IF
           .

       END PROGRAM PROJ-SVC.
