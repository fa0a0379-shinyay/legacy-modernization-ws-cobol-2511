       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAFETY-SVC.
      ******************************************************************
      * SAFETY-SVC - Disaster Safety Confirmation Service
      * Purpose: The safety confirmation roster for a drill or a
      *          disaster. ADD puts an employee on an event's roster
      *          as unaccounted (SAFEROST seeds it); LIST pages an
      *          event's roster, a supervisor's own people or only
      *          those still unaccounted; RECORD sets the status a
      *          supervisor confirmed - safe, injured, or needing
      *          assistance - and audits it.
      * Operations: ADD, LIST, RECORD
      * Pre: Valid request with OP-CODE, USER-ID, CORR-ID
      * Post: Response with STATUS-CODE-N and STATUS-MSG
      * Note: SAFE-FILE is owned by this service directly, the way
      *       TCSUSP-SVC owns tcsusp.dat - keyed on SAFE-EVENT-ID
      *       then SAFE-EMP-ID, so an employee is on an event's
      *       roster once. An ADD for one already there answers 409
      *       and leaves the recorded status alone, so SAFEROST can
      *       be rerun for an event to pick up late additions.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAFE-FILE ASSIGN TO 'hr-cobol/data/safety.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAF-REC-KEY
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * SAF-REC-KEY occupies the SAFE-EVENT-ID and SAFE-EMP-ID byte
      * range (positions 12-28 of the 300-byte record).
       FD  SAFE-FILE.
       01  SAFE-RECORD.
           05  FILLER               PIC X(11).
           05  SAF-REC-KEY.
               10  SAF-KEY-EVENT    PIC X(8).
               10  SAF-KEY-EMP      PIC X(9).
           05  FILLER               PIC X(272).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'SAFETY-SVC'.
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

       01  WS-TEMP-SAFE.
           COPY safety REPLACING ==05== BY ==10==.
       01  WS-BEFORE-SAFE          PIC X(300).

       01  WS-EMP-ID-STR           PIC X(9).
       01  WS-SCAN-DONE-SW         PIC X.
           88  SCAN-DONE               VALUE 'Y'.
           88  SCAN-NOT-DONE           VALUE 'N'.
       01  WS-MATCH-SW             PIC X.
           88  RECORD-MATCHES          VALUE 'Y'.
           88  RECORD-DIFFERS          VALUE 'N'.
       01  WS-AUDIT-ACTION         PIC X(12).

      * Working storage for AUDIT-LOG calls
       01  WS-AUDIT-REC.
           COPY audit.

       LINKAGE SECTION.
           COPY safe-req.
           COPY safe-res.

       PROCEDURE DIVISION USING SAFETY-SVC-REQ SAFETY-SVC-RES.

       MAIN-PROCESS.
      *    Initialize response
           INITIALIZE SAFETY-SVC-RES
           MOVE CORR-ID OF SAFETY-SVC-REQ TO CORR-ID OF SAFETY-SVC-RES

      *    Get current date and timestamp
           ACCEPT WS-DATE-1 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-DATE-1 WS-CURRENT-TIME
               DELIMITED BY SIZE
               INTO WS-CURRENT-TIMESTAMP

      *    Route to operation
           EVALUATE TRUE
               WHEN OP-ADD OF SAFETY-SVC-REQ
                   PERFORM ADD-ROSTER-ENTRY
               WHEN OP-LIST OF SAFETY-SVC-REQ
                   PERFORM LIST-ROSTER-ENTRIES
               WHEN OP-RECORD OF SAFETY-SVC-REQ
                   PERFORM RECORD-SAFETY-STATUS
               WHEN OTHER
                   MOVE 422 TO STATUS-CODE-N OF SAFETY-SVC-RES
                   MOVE 'Invalid operation code'
                       TO STATUS-MSG OF SAFETY-SVC-RES
           END-EVALUATE

           GOBACK
           .

       ADD-ROSTER-ENTRY.
      *    Pre: IN-SAFETY populated with SAFE-EVENT-ID, SAFE-EMP-ID,
      *         the site, source, department and manager
      *    Post: Employee on the event's roster as unaccounted; 409
      *          when already on it

           IF SAFE-EVENT-ID OF IN-SAFETY OF SAFETY-SVC-REQ = SPACES
                   OR SAFE-EMP-ID OF IN-SAFETY OF SAFETY-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF SAFETY-SVC-RES
               MOVE 'SAFE-EVENT-ID and SAFE-EMP-ID are required'
                   TO STATUS-MSG OF SAFETY-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NOT (SAFE-FROM-PRIMARY OF IN-SAFETY OF SAFETY-SVC-REQ
                   OR SAFE-FROM-CONCURRENT OF IN-SAFETY
                       OF SAFETY-SVC-REQ)
               MOVE 422 TO STATUS-CODE-N OF SAFETY-SVC-RES
               MOVE 'SAFE-ROSTER-SOURCE must be P or C'
                   TO STATUS-MSG OF SAFETY-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE IN-SAFETY OF SAFETY-SVC-REQ TO WS-TEMP-SAFE
           MOVE 1 TO RECORD-VERSION OF WS-TEMP-SAFE
           MOVE 1 TO REC-VERSION OF WS-TEMP-SAFE
           SET SAFE-UNACCOUNTED OF WS-TEMP-SAFE TO TRUE
           MOVE SPACES TO SAFE-NOTE OF WS-TEMP-SAFE
           MOVE SPACES TO CONFIRMED-BY OF WS-TEMP-SAFE
           MOVE 0 TO CONFIRMED-AT OF WS-TEMP-SAFE
           MOVE USER-ID OF SAFETY-SVC-REQ(1:8)
               TO CREATED-BY OF WS-TEMP-SAFE
           MOVE WS-CURRENT-TIMESTAMP TO CREATED-AT OF WS-TEMP-SAFE

           PERFORM OPEN-SAFE-FILE-IO
           IF NOT OK OF SAFETY-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TEMP-SAFE TO SAFE-RECORD
           WRITE SAFE-RECORD

           IF FILE-DUP-KEY
               MOVE 409 TO STATUS-CODE-N OF SAFETY-SVC-RES
               MOVE 'Employee already on the event roster'
                   TO STATUS-MSG OF SAFETY-SVC-RES
               CLOSE SAFE-FILE
               EXIT PARAGRAPH
           END-IF
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF SAFETY-SVC-RES
               MOVE 'Failed to write safety confirmation record'
                   TO STATUS-MSG OF SAFETY-SVC-RES
               CLOSE SAFE-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE SAFE-FILE

           MOVE 'SAFE-ROSTER' TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-BEFORE-SAFE
           PERFORM WRITE-SAFETY-AUDIT

           MOVE 0 TO STATUS-CODE-N OF SAFETY-SVC-RES
           MOVE 'Employee added to the event roster'
               TO STATUS-MSG OF SAFETY-SVC-RES
           MOVE WS-TEMP-SAFE TO OUT-SAFETY OF SAFETY-SVC-RES
           .

       LIST-ROSTER-ENTRIES.
      *    Pre: Q-EVENT-ID populated; Q-CURSOR 0 to start, or the
      *         last EMP-ID returned; Q-MANAGER-EMP-ID limits the
      *         list to that manager's people (0 for all);
      *         Q-UNACCOUNTED-ONLY 'Y' skips those already confirmed
      *    Post: OUT-SAFETY carries the next qualifying roster entry
      *          past the cursor

           SET NO-MORE-RESULTS OF SAFETY-SVC-RES TO TRUE

           IF Q-EVENT-ID OF SAFETY-SVC-REQ = SPACES
               MOVE 422 TO STATUS-CODE-N OF SAFETY-SVC-RES
               MOVE 'Q-EVENT-ID is required'
                   TO STATUS-MSG OF SAFETY-SVC-RES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT SAFE-FILE
           IF FILE-NOT-FOUND
               MOVE 404 TO STATUS-CODE-N OF SAFETY-SVC-RES
               MOVE 'No safety confirmation rosters on file'
                   TO STATUS-MSG OF SAFETY-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF SAFETY-SVC-RES
               MOVE 'Cannot open safety confirmation file'
                   TO STATUS-MSG OF SAFETY-SVC-RES
               EXIT PARAGRAPH
           END-IF

           SET SCAN-NOT-DONE TO TRUE
           MOVE Q-EVENT-ID OF SAFETY-SVC-REQ TO SAF-KEY-EVENT
           MOVE Q-CURSOR OF SAFETY-SVC-REQ TO WS-EMP-ID-STR
           MOVE WS-EMP-ID-STR TO SAF-KEY-EMP
           START SAFE-FILE KEY IS GREATER THAN SAF-REC-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START

           SET RECORD-DIFFERS TO TRUE
           PERFORM READ-NEXT-QUALIFYING
               UNTIL SCAN-DONE OR RECORD-MATCHES

           IF RECORD-DIFFERS
               MOVE 404 TO STATUS-CODE-N OF SAFETY-SVC-RES
               MOVE 'No further roster entries'
                   TO STATUS-MSG OF SAFETY-SVC-RES
               CLOSE SAFE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TEMP-SAFE TO OUT-SAFETY OF SAFETY-SVC-RES
           MOVE SAFE-EMP-ID OF WS-TEMP-SAFE
               TO NEXT-CURSOR OF SAFETY-SVC-RES
           MOVE 0 TO STATUS-CODE-N OF SAFETY-SVC-RES
           MOVE 'Roster entry answered'
               TO STATUS-MSG OF SAFETY-SVC-RES

      *    One look ahead decides MORE-RESULTS
           SET RECORD-DIFFERS TO TRUE
           PERFORM READ-NEXT-QUALIFYING
               UNTIL SCAN-DONE OR RECORD-MATCHES
           IF RECORD-MATCHES
               SET MORE-RESULTS OF SAFETY-SVC-RES TO TRUE
           END-IF

           CLOSE SAFE-FILE
           .

      * READ-NEXT-QUALIFYING: The next record of the event that
      * passes the manager and unaccounted filters; running past
      * the event's last record ends the scan.
       READ-NEXT-QUALIFYING.
           READ SAFE-FILE NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
               NOT AT END
                   MOVE SAFE-RECORD TO WS-TEMP-SAFE
                   IF SAFE-EVENT-ID OF WS-TEMP-SAFE
                           NOT = Q-EVENT-ID OF SAFETY-SVC-REQ
                       SET SCAN-DONE TO TRUE
                   ELSE
                       SET RECORD-MATCHES TO TRUE
                       IF Q-UNACCOUNTED-ONLY OF SAFETY-SVC-REQ = 'Y'
                               AND NOT SAFE-UNACCOUNTED
                                   OF WS-TEMP-SAFE
                           SET RECORD-DIFFERS TO TRUE
                       END-IF
                       IF Q-MANAGER-EMP-ID OF SAFETY-SVC-REQ NOT = 0
                               AND SAFE-MANAGER-EMP-ID
                                   OF WS-TEMP-SAFE
                                   NOT = Q-MANAGER-EMP-ID
                                       OF SAFETY-SVC-REQ
                           SET RECORD-DIFFERS TO TRUE
                       END-IF
                   END-IF
           END-READ
           .

       RECORD-SAFETY-STATUS.
      *    Pre: Q-EVENT-ID and Q-EMP-ID name a roster entry;
      *         Q-STATUS S, I, A (or U to reopen a mistaken
      *         confirmation, with a note); Q-NOTE optional
      *    Post: Status, note and confirming operator stamped, the
      *          change audited before/after

           IF NOT (Q-STATUS OF SAFETY-SVC-REQ = 'S' OR 'I' OR 'A'
                   OR 'U')
               MOVE 422 TO STATUS-CODE-N OF SAFETY-SVC-RES
               MOVE 'Q-STATUS must be S, I, A or U'
                   TO STATUS-MSG OF SAFETY-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF Q-STATUS OF SAFETY-SVC-REQ = 'U'
                   AND Q-NOTE OF SAFETY-SVC-REQ = SPACES
               MOVE 422 TO STATUS-CODE-N OF SAFETY-SVC-RES
               MOVE 'A note is required to reopen a confirmation'
                   TO STATUS-MSG OF SAFETY-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-SAFE-FILE-IO
           IF NOT OK OF SAFETY-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-EVENT-ID OF SAFETY-SVC-REQ TO SAF-KEY-EVENT
           MOVE Q-EMP-ID OF SAFETY-SVC-REQ TO WS-EMP-ID-STR
           MOVE WS-EMP-ID-STR TO SAF-KEY-EMP
           READ SAFE-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF SAFETY-SVC-RES
                   MOVE 'Employee is not on the event roster'
                       TO STATUS-MSG OF SAFETY-SVC-RES
                   CLOSE SAFE-FILE
                   EXIT PARAGRAPH
           END-READ

           MOVE SAFE-RECORD TO WS-TEMP-SAFE
           MOVE SAFE-RECORD TO WS-BEFORE-SAFE

           MOVE Q-STATUS OF SAFETY-SVC-REQ TO SAFE-STATUS
               OF WS-TEMP-SAFE
           MOVE Q-NOTE OF SAFETY-SVC-REQ TO SAFE-NOTE OF WS-TEMP-SAFE
           MOVE USER-ID OF SAFETY-SVC-REQ(1:8)
               TO CONFIRMED-BY OF WS-TEMP-SAFE
           MOVE WS-CURRENT-TIMESTAMP TO CONFIRMED-AT OF WS-TEMP-SAFE
           ADD 1 TO REC-VERSION OF WS-TEMP-SAFE

           MOVE WS-TEMP-SAFE TO SAFE-RECORD
           REWRITE SAFE-RECORD

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF SAFETY-SVC-RES
               MOVE 'Failed to update safety confirmation record'
                   TO STATUS-MSG OF SAFETY-SVC-RES
               CLOSE SAFE-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE SAFE-FILE

           MOVE 'SAFE-CONFIRM' TO WS-AUDIT-ACTION
           PERFORM WRITE-SAFETY-AUDIT

           MOVE 0 TO STATUS-CODE-N OF SAFETY-SVC-RES
           MOVE 'Safety status recorded'
               TO STATUS-MSG OF SAFETY-SVC-RES
           MOVE WS-TEMP-SAFE TO OUT-SAFETY OF SAFETY-SVC-RES
           .

       WRITE-SAFETY-AUDIT.
           INITIALIZE WS-AUDIT-REC
           MOVE WS-AUDIT-ACTION TO ACTION OF WS-AUDIT-REC
           MOVE 'SAF' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE SAFE-EMP-ID OF WS-TEMP-SAFE
               TO ENTITY-ID OF WS-AUDIT-REC
           MOVE USER-ID OF SAFETY-SVC-REQ TO USER-ID OF WS-AUDIT-REC
           MOVE CORR-ID OF SAFETY-SVC-REQ TO CORR-ID OF WS-AUDIT-REC
           MOVE WS-BEFORE-SAFE TO BEFORE-VALUE OF WS-AUDIT-REC
           MOVE WS-TEMP-SAFE TO AFTER-VALUE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC
           .

       OPEN-SAFE-FILE-IO.
      *    Pre: None
      *    Post: SAFE-FILE open I-O (created first if it didn't
      *          exist), STATUS-CODE-N set

           OPEN I-O SAFE-FILE

           IF FILE-NOT-FOUND
      *        Create new file
               OPEN OUTPUT SAFE-FILE
               CLOSE SAFE-FILE
               OPEN I-O SAFE-FILE
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF SAFETY-SVC-RES
               MOVE 'Cannot open safety confirmation file'
                   TO STATUS-MSG OF SAFETY-SVC-RES
           ELSE
               MOVE 0 TO STATUS-CODE-N OF SAFETY-SVC-RES
           END-IF
           .

       END PROGRAM SAFETY-SVC.
