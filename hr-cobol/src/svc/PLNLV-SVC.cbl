       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLNLV-SVC.
      ******************************************************************
      * PLNLV-SVC - Planned Annual Leave Calendar Service
      * Purpose: Keeps the calendar of company-designated planned
      *          leave days (keikakuteki fuyo) - the days around Obon
      *          and New Year the labor agreement lets the company
      *          fix for a whole company, a department or a location.
      *          The PLNLEAVE batch reads the calendar, charges each
      *          day against the staff it covers, and marks the day
      *          charged; a charged day can no longer be changed.
      * Operations: ADD, DELETE, LIST, MARK-CHARGED
      * Pre: Valid request with OP-CODE, USER-ID, CORR-ID
      * Post: Response with STATUS-CODE-N and STATUS-MSG
      * Note: PLNLV-FILE is owned by this service directly, the way
      *       CLSCHK-SVC owns closechk.dat - keyed on PLV-DATE +
      *       PLV-SCOPE-TYPE + PLV-SCOPE-CODE, so the calendar reads
      *       in date order.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLNLV-FILE ASSIGN TO 'hr-cobol/data/planlv.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLV-REC-KEY
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * PLV-REC-KEY is PLV-DATE + PLV-SCOPE-TYPE + PLV-SCOPE-CODE
      * (positions 12-26 of the 120-byte record).
       FD  PLNLV-FILE.
       01  PLNLV-RECORD.
           05  FILLER               PIC X(11).
           05  PLV-REC-KEY          PIC X(15).
           05  FILLER               PIC X(94).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'PLNLV-SVC'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK                 VALUE '00'.
           88  FILE-EOF                VALUE '10'.
           88  FILE-NOT-FOUND          VALUE '35'.
           88  FILE-DUP-KEY            VALUE '22'.

      * Working storage for AUDIT-LOG calls
       01  WS-AUDIT-REC.
           COPY audit.

      * Working storage for date and timestamp
       01  WS-DATE-1               PIC 9(8).
       01  WS-CURRENT-TIME         PIC 9(6).
       01  WS-CURRENT-TIMESTAMP    PIC 9(14).

       01  WS-TEMP-PLNLV.
           COPY planlv REPLACING ==05== BY ==10==.

       01  WS-KEY-BUILD.
           05  WS-KEY-DATE         PIC 9(8).
           05  WS-KEY-SCOPE-TYPE   PIC X.
           05  WS-KEY-SCOPE-CODE   PIC X(6).

       01  WS-FOUND-SW             PIC X.
           88  PLAN-FOUND              VALUE 'Y'.
           88  PLAN-NOT-FOUND          VALUE 'N'.

       LINKAGE SECTION.
           COPY plv-req.
           COPY plv-res.

       PROCEDURE DIVISION USING PLNLV-SVC-REQ PLNLV-SVC-RES.

       MAIN-PROCESS.
      *    Initialize response
           INITIALIZE PLNLV-SVC-RES
           MOVE CORR-ID OF PLNLV-SVC-REQ TO CORR-ID OF PLNLV-SVC-RES

      *    Get current date and timestamp
           ACCEPT WS-DATE-1 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-DATE-1 WS-CURRENT-TIME
               DELIMITED BY SIZE
               INTO WS-CURRENT-TIMESTAMP

      *    Route to operation
           EVALUATE TRUE
               WHEN OP-ADD OF PLNLV-SVC-REQ
                   PERFORM ADD-PLANNED-DAY
               WHEN OP-DELETE OF PLNLV-SVC-REQ
                   PERFORM DELETE-PLANNED-DAY
               WHEN OP-LIST OF PLNLV-SVC-REQ
                   PERFORM LIST-PLANNED-DAYS
               WHEN OP-MARK-CHARGED OF PLNLV-SVC-REQ
                   PERFORM MARK-DAY-CHARGED
               WHEN OTHER
                   MOVE 422 TO STATUS-CODE-N OF PLNLV-SVC-RES
                   MOVE 'Invalid operation code'
                       TO STATUS-MSG OF PLNLV-SVC-RES
           END-EVALUATE

           GOBACK
           .

       ADD-PLANNED-DAY.
      *    Pre: IN-PLNLV carries the date, scope type and code, days
      *         and description
      *    Post: Planned day written, or replaced while it is still
      *          uncharged; a charged day is 409

           MOVE IN-PLNLV OF PLNLV-SVC-REQ TO WS-TEMP-PLNLV

           IF PLV-DATE OF WS-TEMP-PLNLV NOT NUMERIC
                   OR PLV-DATE OF WS-TEMP-PLNLV = 0
               MOVE 422 TO STATUS-CODE-N OF PLNLV-SVC-RES
               MOVE 'Planned date (YYYYMMDD) is required'
                   TO STATUS-MSG OF PLNLV-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF NOT PLV-SCOPE-VALID OF WS-TEMP-PLNLV
               MOVE 422 TO STATUS-CODE-N OF PLNLV-SVC-RES
               MOVE 'Scope must be C (company), D (dept) or L (loc)'
                   TO STATUS-MSG OF PLNLV-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF PLV-SCOPE-CODE OF WS-TEMP-PLNLV = SPACES
               MOVE 422 TO STATUS-CODE-N OF PLNLV-SVC-RES
               MOVE 'Scope code is required'
                   TO STATUS-MSG OF PLNLV-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF SCOPE-DEPARTMENT OF WS-TEMP-PLNLV
                   AND PLV-SCOPE-CODE OF WS-TEMP-PLNLV NOT NUMERIC
               MOVE 422 TO STATUS-CODE-N OF PLNLV-SVC-RES
               MOVE 'Department scope code must be the 6-digit DEPT-ID'
                   TO STATUS-MSG OF PLNLV-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF PLV-DAYS OF WS-TEMP-PLNLV NOT NUMERIC
                   OR (PLV-DAYS OF WS-TEMP-PLNLV NOT = 1.0
                   AND PLV-DAYS OF WS-TEMP-PLNLV NOT = 0.5)
               MOVE 422 TO STATUS-CODE-N OF PLNLV-SVC-RES
               MOVE 'Days must be 1.0 or 0.5'
                   TO STATUS-MSG OF PLNLV-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-PLNLV-FILE-IO
           IF NOT OK OF PLNLV-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE PLV-DATE OF WS-TEMP-PLNLV TO WS-KEY-DATE
           MOVE PLV-SCOPE-TYPE OF WS-TEMP-PLNLV TO WS-KEY-SCOPE-TYPE
           MOVE PLV-SCOPE-CODE OF WS-TEMP-PLNLV TO WS-KEY-SCOPE-CODE
           MOVE WS-KEY-BUILD TO PLV-REC-KEY
           SET PLAN-FOUND TO TRUE
           READ PLNLV-FILE
               INVALID KEY
                   SET PLAN-NOT-FOUND TO TRUE
           END-READ

           IF PLAN-FOUND
               MOVE PLNLV-RECORD TO OUT-PLNLV OF PLNLV-SVC-RES
               IF PLV-CHARGED OF OUT-PLNLV OF PLNLV-SVC-RES
                   MOVE 409 TO STATUS-CODE-N OF PLNLV-SVC-RES
                   MOVE 'Planned day already charged - cannot change'
                       TO STATUS-MSG OF PLNLV-SVC-RES
                   CLOSE PLNLV-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 1 TO RECORD-VERSION OF WS-TEMP-PLNLV
           SET PLV-PLANNED OF WS-TEMP-PLNLV TO TRUE
           MOVE 0 TO PLV-CHARGED-AT OF WS-TEMP-PLNLV
           MOVE 0 TO PLV-CHARGED-COUNT OF WS-TEMP-PLNLV
           MOVE 0 TO PLV-EXCEPTION-COUNT OF WS-TEMP-PLNLV
           MOVE USER-ID OF PLNLV-SVC-REQ(1:8)
               TO CREATED-BY OF WS-TEMP-PLNLV
           MOVE WS-CURRENT-TIMESTAMP TO CREATED-AT OF WS-TEMP-PLNLV

           IF PLAN-FOUND
               COMPUTE REC-VERSION OF WS-TEMP-PLNLV =
                   REC-VERSION OF OUT-PLNLV OF PLNLV-SVC-RES + 1
               MOVE WS-TEMP-PLNLV TO PLNLV-RECORD
               REWRITE PLNLV-RECORD
           ELSE
               MOVE 1 TO REC-VERSION OF WS-TEMP-PLNLV
               MOVE WS-TEMP-PLNLV TO PLNLV-RECORD
               WRITE PLNLV-RECORD
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF PLNLV-SVC-RES
               MOVE 'Failed to write planned leave day'
                   TO STATUS-MSG OF PLNLV-SVC-RES
               CLOSE PLNLV-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE PLNLV-FILE

      *    Audit log
           INITIALIZE WS-AUDIT-REC
           MOVE 'PLAN-DAY' TO ACTION OF WS-AUDIT-REC
           MOVE 'PLV' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE PLV-DATE OF WS-TEMP-PLNLV TO ENTITY-ID OF WS-AUDIT-REC
           MOVE USER-ID OF PLNLV-SVC-REQ TO USER-ID OF WS-AUDIT-REC
           IF PLAN-FOUND
               MOVE OUT-PLNLV OF PLNLV-SVC-RES
                   TO BEFORE-VALUE OF WS-AUDIT-REC
           END-IF
           MOVE WS-TEMP-PLNLV TO AFTER-VALUE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC

           MOVE 0 TO STATUS-CODE-N OF PLNLV-SVC-RES
           IF PLAN-FOUND
               MOVE 'Planned leave day replaced'
                   TO STATUS-MSG OF PLNLV-SVC-RES
           ELSE
               MOVE 'Planned leave day added'
                   TO STATUS-MSG OF PLNLV-SVC-RES
           END-IF
           MOVE WS-TEMP-PLNLV TO OUT-PLNLV OF PLNLV-SVC-RES
           .

       DELETE-PLANNED-DAY.
      *    Pre: Q-PLAN-DATE, Q-SCOPE-TYPE and Q-SCOPE-CODE identify
      *         the day
      *    Post: Day removed; 404 when not on file, 409 once charged

           PERFORM OPEN-PLNLV-FILE-IO
           IF NOT OK OF PLNLV-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-QUERY-KEY
           READ PLNLV-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF PLNLV-SVC-RES
                   MOVE 'Planned leave day not found'
                       TO STATUS-MSG OF PLNLV-SVC-RES
                   CLOSE PLNLV-FILE
                   EXIT PARAGRAPH
           END-READ

           MOVE PLNLV-RECORD TO OUT-PLNLV OF PLNLV-SVC-RES
           IF PLV-CHARGED OF OUT-PLNLV OF PLNLV-SVC-RES
               MOVE 409 TO STATUS-CODE-N OF PLNLV-SVC-RES
               MOVE 'Planned day already charged - cannot delete'
                   TO STATUS-MSG OF PLNLV-SVC-RES
               CLOSE PLNLV-FILE
               EXIT PARAGRAPH
           END-IF

           DELETE PLNLV-FILE RECORD
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF PLNLV-SVC-RES
               MOVE 'Failed to delete planned leave day'
                   TO STATUS-MSG OF PLNLV-SVC-RES
               CLOSE PLNLV-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE PLNLV-FILE

      *    Audit log
           INITIALIZE WS-AUDIT-REC
           MOVE 'PLAN-DAY-DEL' TO ACTION OF WS-AUDIT-REC
           MOVE 'PLV' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE Q-PLAN-DATE OF PLNLV-SVC-REQ
               TO ENTITY-ID OF WS-AUDIT-REC
           MOVE USER-ID OF PLNLV-SVC-REQ TO USER-ID OF WS-AUDIT-REC
           MOVE OUT-PLNLV OF PLNLV-SVC-RES
               TO BEFORE-VALUE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC

           MOVE 0 TO STATUS-CODE-N OF PLNLV-SVC-RES
           MOVE 'Planned leave day deleted'
               TO STATUS-MSG OF PLNLV-SVC-RES
           .

       LIST-PLANNED-DAYS.
      *    Pre: Q-PLAN-DATE/Q-SCOPE-TYPE/Q-SCOPE-CODE carry the key
      *         of the last day returned (zero/spaces to start)
      *    Post: OUT-PLNLV holds the next day on file, or
      *          STATUS-CODE-N = 404 when the calendar is exhausted

           OPEN INPUT PLNLV-FILE

           IF FILE-NOT-FOUND
               MOVE 404 TO STATUS-CODE-N OF PLNLV-SVC-RES
               MOVE 'No planned leave days on file'
                   TO STATUS-MSG OF PLNLV-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF PLNLV-SVC-RES
               MOVE 'Cannot open planned leave file'
                   TO STATUS-MSG OF PLNLV-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-QUERY-KEY
           SET PLAN-NOT-FOUND TO TRUE

           START PLNLV-FILE KEY IS GREATER THAN PLV-REC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ PLNLV-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE PLNLV-RECORD TO WS-TEMP-PLNLV
                           SET PLAN-FOUND TO TRUE
                   END-READ
           END-START

           CLOSE PLNLV-FILE

           IF PLAN-FOUND
               MOVE WS-TEMP-PLNLV TO OUT-PLNLV OF PLNLV-SVC-RES
               MOVE 0 TO STATUS-CODE-N OF PLNLV-SVC-RES
               MOVE 'Planned leave day found'
                   TO STATUS-MSG OF PLNLV-SVC-RES
           ELSE
               MOVE 404 TO STATUS-CODE-N OF PLNLV-SVC-RES
               MOVE 'No further planned leave days'
                   TO STATUS-MSG OF PLNLV-SVC-RES
           END-IF
           .

       MARK-DAY-CHARGED.
      *    Pre: Q-PLAN-DATE/Q-SCOPE-TYPE/Q-SCOPE-CODE identify the
      *         day; Q-CHARGED-COUNT and Q-EXCEPTION-COUNT the run's
      *         results
      *    Post: Day marked charged with the counts; 404 when not on
      *          file, 409 when already charged

           PERFORM OPEN-PLNLV-FILE-IO
           IF NOT OK OF PLNLV-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-QUERY-KEY
           READ PLNLV-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF PLNLV-SVC-RES
                   MOVE 'Planned leave day not found'
                       TO STATUS-MSG OF PLNLV-SVC-RES
                   CLOSE PLNLV-FILE
                   EXIT PARAGRAPH
           END-READ

           MOVE PLNLV-RECORD TO WS-TEMP-PLNLV
           IF PLV-CHARGED OF WS-TEMP-PLNLV
               MOVE 409 TO STATUS-CODE-N OF PLNLV-SVC-RES
               MOVE 'Planned day already charged'
                   TO STATUS-MSG OF PLNLV-SVC-RES
               CLOSE PLNLV-FILE
               EXIT PARAGRAPH
           END-IF

           SET PLV-CHARGED OF WS-TEMP-PLNLV TO TRUE
           MOVE WS-CURRENT-TIMESTAMP TO PLV-CHARGED-AT OF WS-TEMP-PLNLV
           MOVE Q-CHARGED-COUNT OF PLNLV-SVC-REQ
               TO PLV-CHARGED-COUNT OF WS-TEMP-PLNLV
           MOVE Q-EXCEPTION-COUNT OF PLNLV-SVC-REQ
               TO PLV-EXCEPTION-COUNT OF WS-TEMP-PLNLV
           ADD 1 TO REC-VERSION OF WS-TEMP-PLNLV
           MOVE WS-TEMP-PLNLV TO PLNLV-RECORD
           REWRITE PLNLV-RECORD

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF PLNLV-SVC-RES
               MOVE 'Failed to mark planned leave day charged'
                   TO STATUS-MSG OF PLNLV-SVC-RES
               CLOSE PLNLV-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE PLNLV-FILE

           MOVE WS-TEMP-PLNLV TO OUT-PLNLV OF PLNLV-SVC-RES
           MOVE 0 TO STATUS-CODE-N OF PLNLV-SVC-RES
           MOVE 'Planned leave day marked charged'
               TO STATUS-MSG OF PLNLV-SVC-RES
           .

       BUILD-QUERY-KEY.
           MOVE Q-PLAN-DATE OF PLNLV-SVC-REQ TO WS-KEY-DATE
           MOVE Q-SCOPE-TYPE OF PLNLV-SVC-REQ TO WS-KEY-SCOPE-TYPE
           MOVE Q-SCOPE-CODE OF PLNLV-SVC-REQ TO WS-KEY-SCOPE-CODE
           MOVE WS-KEY-BUILD TO PLV-REC-KEY
           .

       OPEN-PLNLV-FILE-IO.
      *    Pre: None
      *    Post: PLNLV-FILE open I-O (created first if it didn't
      *          exist), STATUS-CODE-N set

           OPEN I-O PLNLV-FILE

           IF FILE-NOT-FOUND
      *        Create new file
               OPEN OUTPUT PLNLV-FILE
               CLOSE PLNLV-FILE
               OPEN I-O PLNLV-FILE
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF PLNLV-SVC-RES
               MOVE 'Cannot open planned leave file'
                   TO STATUS-MSG OF PLNLV-SVC-RES
           ELSE
               MOVE 0 TO STATUS-CODE-N OF PLNLV-SVC-RES
           END-IF
           .

       END PROGRAM PLNLV-SVC.
