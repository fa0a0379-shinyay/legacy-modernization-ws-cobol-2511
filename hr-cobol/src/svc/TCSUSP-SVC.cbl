       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCSUSP-SVC.
      ******************************************************************
      * TCSUSP-SVC - Timecard Exception Suspense Service
      * Purpose: The holding file between IMPTIME and the timecard
      *          master for clock-file lines that need a supervisor's
      *          eye. ADD holds a card with its reason, stamped with
      *          the employee's manager; LIST pages a supervisor's
      *          open exceptions; RELEASE writes a corrected (or
      *          confirmed as-is) card through TIME-SVC and closes
      *          the exception; DELETE discards it; COUNT-OPEN tells
      *          CALCULATE-PAYROLL whether an employee's period
      *          still has cards waiting.
      * Operations: ADD, LIST, RELEASE, DELETE, COUNT-OPEN
      * Pre: Valid request with OP-CODE, USER-ID, CORR-ID
      * Post: Response with STATUS-CODE-N and STATUS-MSG
      * Note: SUSP-FILE is owned by this service directly, the way
      *       XMIT-SVC owns xmitreg.dat - keyed on SUSP-ID. A held
      *       card never reaches timecards.dat until released, so
      *       TIME-SVC's period sums leave it out. Settled records
      *       stay on file, released or deleted, as the trail.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSP-FILE ASSIGN TO 'hr-cobol/data/tcsusp.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCS-REC-KEY
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * TCS-REC-KEY occupies the SUSP-ID byte range (positions 12-17
      * of the 300-byte record).
       FD  SUSP-FILE.
       01  SUSP-RECORD.
           05  FILLER               PIC X(11).
           05  TCS-REC-KEY          PIC X(6).
           05  FILLER               PIC X(283).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'TCSUSP-SVC'.
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

       01  WS-TEMP-SUSP.
           COPY tcsusp REPLACING ==05== BY ==10==.
       01  WS-BEFORE-SUSP          PIC X(300).

       01  WS-SUSP-ID-STR          PIC X(6).
       01  WS-NEXT-SUSP-ID         PIC 9(6).
       01  WS-SUSP-PERIOD          PIC 9(6).
       01  WS-DAY-HOURS            PIC 9(3)V99.
       01  WS-SCAN-DONE-SW         PIC X.
           88  SCAN-DONE               VALUE 'Y'.
           88  SCAN-NOT-DONE           VALUE 'N'.
       01  WS-MATCH-SW             PIC X.
           88  RECORD-MATCHES          VALUE 'Y'.
           88  RECORD-DIFFERS          VALUE 'N'.
       01  WS-AUDIT-ACTION         PIC X(12).

      * Working storage for the manager stamp - the employee's
      * current version, fetched through DAO-FILE the way TIME-SVC's
      * schedule validation does
       01  WS-DAO-OPERATION        PIC X(2).
       01  WS-DAO-ENTITY-TYPE      PIC X(10) VALUE 'EMPLOYEE  '.
       01  WS-DAO-KEY              PIC X(20).
       01  WS-DAO-BUFFER           PIC X(1000).
       01  WS-DAO-STATUS           PIC 9(4).
       01  WS-TEMP-EMP.
           COPY employee REPLACING ==05== BY ==10==.
       01  WS-EMP-ID-STR           PIC X(9).
       78  LATEST-VERSION-MARKER   VALUE '99999999'.

      * Working storage for TIME-SVC calls - RELEASE lands the card
      * on the timecard master
           COPY time-req.
           COPY time-res.

      * Working storage for AUDIT-LOG calls
       01  WS-AUDIT-REC.
           COPY audit.

       LINKAGE SECTION.
           COPY tcsusp-req.
           COPY tcsusp-res.

       PROCEDURE DIVISION USING TCSUSP-SVC-REQ TCSUSP-SVC-RES.

       MAIN-PROCESS.
      *    Initialize response
           INITIALIZE TCSUSP-SVC-RES
           MOVE CORR-ID OF TCSUSP-SVC-REQ TO CORR-ID OF TCSUSP-SVC-RES

      *    Get current date and timestamp
           ACCEPT WS-DATE-1 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-DATE-1 WS-CURRENT-TIME
               DELIMITED BY SIZE
               INTO WS-CURRENT-TIMESTAMP

      *    Route to operation
           EVALUATE TRUE
               WHEN OP-ADD OF TCSUSP-SVC-REQ
                   PERFORM ADD-EXCEPTION
               WHEN OP-LIST OF TCSUSP-SVC-REQ
                   PERFORM LIST-EXCEPTIONS
               WHEN OP-RELEASE OF TCSUSP-SVC-REQ
                   PERFORM RELEASE-EXCEPTION
               WHEN OP-DELETE OF TCSUSP-SVC-REQ
                   PERFORM DELETE-EXCEPTION
               WHEN OP-COUNT-OPEN OF TCSUSP-SVC-REQ
                   PERFORM COUNT-OPEN-EXCEPTIONS
               WHEN OTHER
                   MOVE 422 TO STATUS-CODE-N OF TCSUSP-SVC-RES
                   MOVE 'Invalid operation code'
                       TO STATUS-MSG OF TCSUSP-SVC-RES
           END-EVALUATE

           GOBACK
           .

       ADD-EXCEPTION.
      *    Pre: IN-TCSUSP populated with the card, SUSP-REASON and
      *         SUSP-REASON-TEXT, and the source line
      *    Post: Exception held open under the next suspense number,
      *          stamped with the employee's manager and department

           IF SUSP-EMP-ID OF IN-TCSUSP OF TCSUSP-SVC-REQ = 0
                   OR SUSP-WORK-DATE OF IN-TCSUSP OF TCSUSP-SVC-REQ
                       = 0
               MOVE 422 TO STATUS-CODE-N OF TCSUSP-SVC-RES
               MOVE 'SUSP-EMP-ID and SUSP-WORK-DATE are required'
                   TO STATUS-MSG OF TCSUSP-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NOT (SUSP-MISSING-CLOCK-OUT OF IN-TCSUSP
                       OF TCSUSP-SVC-REQ
                   OR SUSP-NOT-SCHEDULED OF IN-TCSUSP
                       OF TCSUSP-SVC-REQ
                   OR SUSP-OVERLAP OF IN-TCSUSP OF TCSUSP-SVC-REQ
                   OR SUSP-IMPOSSIBLE-HOURS OF IN-TCSUSP
                       OF TCSUSP-SVC-REQ)
               MOVE 422 TO STATUS-CODE-N OF TCSUSP-SVC-RES
               MOVE 'SUSP-REASON must be M, N, O or H'
                   TO STATUS-MSG OF TCSUSP-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE IN-TCSUSP OF TCSUSP-SVC-REQ TO WS-TEMP-SUSP
           PERFORM STAMP-MANAGER

           PERFORM OPEN-SUSP-FILE-IO
           IF NOT OK OF TCSUSP-SVC-RES
               EXIT PARAGRAPH
           END-IF

      *    High-water suspense number
           MOVE 0 TO WS-NEXT-SUSP-ID
           SET SCAN-NOT-DONE TO TRUE
           MOVE LOW-VALUES TO TCS-REC-KEY
           START SUSP-FILE KEY IS NOT LESS THAN TCS-REC-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL SCAN-DONE
               READ SUSP-FILE NEXT RECORD
                   AT END
                       SET SCAN-DONE TO TRUE
                   NOT AT END
                       MOVE TCS-REC-KEY TO WS-SUSP-ID-STR
                       MOVE WS-SUSP-ID-STR TO WS-NEXT-SUSP-ID
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-SUSP-ID

           MOVE 1 TO RECORD-VERSION OF WS-TEMP-SUSP
           MOVE 1 TO REC-VERSION OF WS-TEMP-SUSP
           MOVE WS-NEXT-SUSP-ID TO SUSP-ID OF WS-TEMP-SUSP
           SET SUSP-OPEN OF WS-TEMP-SUSP TO TRUE
           MOVE SPACE TO SUSP-RESOLUTION OF WS-TEMP-SUSP
           MOVE SPACES TO SUSP-NOTE OF WS-TEMP-SUSP
           MOVE USER-ID OF TCSUSP-SVC-REQ
               TO CREATED-BY OF WS-TEMP-SUSP
           MOVE WS-CURRENT-TIMESTAMP TO CREATED-AT OF WS-TEMP-SUSP
           MOVE SPACES TO RESOLVED-BY OF WS-TEMP-SUSP
           MOVE 0 TO RESOLVED-AT OF WS-TEMP-SUSP

           MOVE WS-TEMP-SUSP TO SUSP-RECORD
           WRITE SUSP-RECORD

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF TCSUSP-SVC-RES
               MOVE 'Failed to write timecard exception'
                   TO STATUS-MSG OF TCSUSP-SVC-RES
               CLOSE SUSP-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE SUSP-FILE

           MOVE 'TC-SUSPEND' TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-BEFORE-SUSP
           PERFORM WRITE-SUSPENSE-AUDIT

           MOVE 0 TO STATUS-CODE-N OF TCSUSP-SVC-RES
           MOVE 'Timecard held for supervisor review'
               TO STATUS-MSG OF TCSUSP-SVC-RES
           MOVE WS-TEMP-SUSP TO OUT-TCSUSP OF TCSUSP-SVC-RES
           .

      * STAMP-MANAGER: The employee's current manager and department
      * onto the held card; an employee not resolvable leaves both
      * zero, so the card shows only on the all-exceptions list.
       STAMP-MANAGER.
           MOVE 0 TO SUSP-MANAGER-EMP-ID OF WS-TEMP-SUSP
           MOVE 0 TO SUSP-DEPT-ID OF WS-TEMP-SUSP

           MOVE 'G ' TO WS-DAO-OPERATION
           MOVE 'EMPLOYEE  ' TO WS-DAO-ENTITY-TYPE
           MOVE SUSP-EMP-ID OF WS-TEMP-SUSP TO WS-EMP-ID-STR
           MOVE SPACES TO WS-DAO-KEY
           MOVE WS-EMP-ID-STR TO WS-DAO-KEY(1:9)
           MOVE LATEST-VERSION-MARKER TO WS-DAO-KEY(10:8)

           CALL 'DAO-FILE' USING WS-DAO-OPERATION WS-DAO-ENTITY-TYPE
                                 WS-DAO-KEY WS-DAO-BUFFER
                                 WS-DAO-STATUS

           IF WS-DAO-STATUS NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DAO-BUFFER TO WS-TEMP-EMP
           MOVE MANAGER-EMP-ID OF WS-TEMP-EMP
               TO SUSP-MANAGER-EMP-ID OF WS-TEMP-SUSP
           MOVE DEPT-ID OF WS-TEMP-EMP
               TO SUSP-DEPT-ID OF WS-TEMP-SUSP
           .

       LIST-EXCEPTIONS.
      *    Pre: Q-CURSOR 0 to start, or the last exception returned;
      *         Q-MANAGER-EMP-ID limits the list to that manager's
      *         reports (0 for all); Q-OPEN-ONLY 'Y' skips settled
      *         exceptions
      *    Post: OUT-TCSUSP carries the next qualifying exception
      *          past the cursor

           SET NO-MORE-RESULTS OF TCSUSP-SVC-RES TO TRUE

           OPEN INPUT SUSP-FILE
           IF FILE-NOT-FOUND
               MOVE 404 TO STATUS-CODE-N OF TCSUSP-SVC-RES
               MOVE 'No timecard exceptions on file'
                   TO STATUS-MSG OF TCSUSP-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF TCSUSP-SVC-RES
               MOVE 'Cannot open timecard exception file'
                   TO STATUS-MSG OF TCSUSP-SVC-RES
               EXIT PARAGRAPH
           END-IF

           SET SCAN-NOT-DONE TO TRUE
           MOVE Q-CURSOR OF TCSUSP-SVC-REQ TO WS-SUSP-ID-STR
           MOVE WS-SUSP-ID-STR TO TCS-REC-KEY
           START SUSP-FILE KEY IS GREATER THAN TCS-REC-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START

           SET RECORD-DIFFERS TO TRUE
           PERFORM READ-NEXT-QUALIFYING
               UNTIL SCAN-DONE OR RECORD-MATCHES

           IF RECORD-DIFFERS
               MOVE 404 TO STATUS-CODE-N OF TCSUSP-SVC-RES
               MOVE 'No further timecard exceptions'
                   TO STATUS-MSG OF TCSUSP-SVC-RES
               CLOSE SUSP-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TEMP-SUSP TO OUT-TCSUSP OF TCSUSP-SVC-RES
           MOVE SUSP-ID OF WS-TEMP-SUSP
               TO NEXT-CURSOR OF TCSUSP-SVC-RES
           MOVE 0 TO STATUS-CODE-N OF TCSUSP-SVC-RES
           MOVE 'Timecard exception answered'
               TO STATUS-MSG OF TCSUSP-SVC-RES

      *    One look ahead decides MORE-RESULTS
           SET RECORD-DIFFERS TO TRUE
           PERFORM READ-NEXT-QUALIFYING
               UNTIL SCAN-DONE OR RECORD-MATCHES
           IF RECORD-MATCHES
               SET MORE-RESULTS OF TCSUSP-SVC-RES TO TRUE
           END-IF

           CLOSE SUSP-FILE
           .

       READ-NEXT-QUALIFYING.
           READ SUSP-FILE NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
               NOT AT END
                   MOVE SUSP-RECORD TO WS-TEMP-SUSP
                   SET RECORD-MATCHES TO TRUE
                   IF Q-OPEN-ONLY OF TCSUSP-SVC-REQ = 'Y'
                           AND NOT SUSP-OPEN OF WS-TEMP-SUSP
                       SET RECORD-DIFFERS TO TRUE
                   END-IF
                   IF Q-MANAGER-EMP-ID OF TCSUSP-SVC-REQ NOT = 0
                           AND SUSP-MANAGER-EMP-ID OF WS-TEMP-SUSP
                               NOT = Q-MANAGER-EMP-ID
                                   OF TCSUSP-SVC-REQ
                       SET RECORD-DIFFERS TO TRUE
                   END-IF
           END-READ
           .

       RELEASE-EXCEPTION.
      *    Pre: Q-SUSP-ID names an open exception; Q-RESOLUTION 'C'
      *         with the corrected hours (and project) in IN-TCSUSP,
      *         or 'A' to release the card as sent, Q-NOTE saying
      *         why
      *    Post: Card written to the timecard master, the exception
      *          released and audited; a card TIME-SVC refuses stays
      *          open with TIME-SVC's answer

           IF Q-RESOLUTION OF TCSUSP-SVC-REQ NOT = 'C'
                   AND Q-RESOLUTION OF TCSUSP-SVC-REQ NOT = 'A'
               MOVE 422 TO STATUS-CODE-N OF TCSUSP-SVC-RES
               MOVE 'Q-RESOLUTION must be C or A'
                   TO STATUS-MSG OF TCSUSP-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF Q-RESOLUTION OF TCSUSP-SVC-REQ = 'A'
                   AND Q-NOTE OF TCSUSP-SVC-REQ = SPACES
               MOVE 422 TO STATUS-CODE-N OF TCSUSP-SVC-RES
               MOVE 'A note is required to confirm a card as sent'
                   TO STATUS-MSG OF TCSUSP-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-OPEN-EXCEPTION
           IF NOT OK OF TCSUSP-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF Q-RESOLUTION OF TCSUSP-SVC-REQ = 'A'
                   AND SUSP-IMPOSSIBLE-HOURS OF WS-TEMP-SUSP
               MOVE 422 TO STATUS-CODE-N OF TCSUSP-SVC-RES
               MOVE SPACES TO STATUS-MSG OF TCSUSP-SVC-RES
               STRING 'Impossible hours must be corrected, not '
                      'confirmed'
                   DELIMITED BY SIZE
                   INTO STATUS-MSG OF TCSUSP-SVC-RES
               CLOSE SUSP-FILE
               EXIT PARAGRAPH
           END-IF

           IF Q-RESOLUTION OF TCSUSP-SVC-REQ = 'C'
               MOVE SUSP-REGULAR-HOURS OF IN-TCSUSP OF TCSUSP-SVC-REQ
                   TO SUSP-REGULAR-HOURS OF WS-TEMP-SUSP
               MOVE SUSP-OVERTIME-HOURS OF IN-TCSUSP OF TCSUSP-SVC-REQ
                   TO SUSP-OVERTIME-HOURS OF WS-TEMP-SUSP
               MOVE SUSP-NIGHT-HOURS OF IN-TCSUSP OF TCSUSP-SVC-REQ
                   TO SUSP-NIGHT-HOURS OF WS-TEMP-SUSP
               MOVE SUSP-HOLIDAY-HOURS OF IN-TCSUSP OF TCSUSP-SVC-REQ
                   TO SUSP-HOLIDAY-HOURS OF WS-TEMP-SUSP
               MOVE SUSP-PROJECT-CODE OF IN-TCSUSP OF TCSUSP-SVC-REQ
                   TO SUSP-PROJECT-CODE OF WS-TEMP-SUSP
      *        The correction itself must be a possible day
               COMPUTE WS-DAY-HOURS =
                   SUSP-REGULAR-HOURS OF WS-TEMP-SUSP
                   + SUSP-OVERTIME-HOURS OF WS-TEMP-SUSP
               IF WS-DAY-HOURS = 0 OR WS-DAY-HOURS > 24
                       OR SUSP-NIGHT-HOURS OF WS-TEMP-SUSP
                           > WS-DAY-HOURS
                       OR SUSP-HOLIDAY-HOURS OF WS-TEMP-SUSP
                           > WS-DAY-HOURS
                   MOVE 422 TO STATUS-CODE-N OF TCSUSP-SVC-RES
                   MOVE 'Corrected hours are not a possible day'
                       TO STATUS-MSG OF TCSUSP-SVC-RES
                   CLOSE SUSP-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *    The supervisor's release is the override for a card on a
      *    day off the schedule pattern
           INITIALIZE TIME-SVC-REQ
           INITIALIZE TIME-SVC-RES
           SET OP-ADD OF TIME-SVC-REQ TO TRUE
           MOVE USER-ID OF TCSUSP-SVC-REQ TO USER-ID OF TIME-SVC-REQ
           MOVE CORR-ID OF TCSUSP-SVC-REQ TO CORR-ID OF TIME-SVC-REQ
           MOVE 'Y' TO Q-OVERRIDE OF TIME-SVC-REQ
           MOVE SUSP-EMP-ID OF WS-TEMP-SUSP
               TO EMP-ID OF IN-TIMECARD OF TIME-SVC-REQ
           MOVE SUSP-WORK-DATE OF WS-TEMP-SUSP
               TO WORK-DATE OF IN-TIMECARD OF TIME-SVC-REQ
           MOVE SUSP-REGULAR-HOURS OF WS-TEMP-SUSP
               TO REGULAR-HOURS OF IN-TIMECARD OF TIME-SVC-REQ
           MOVE SUSP-OVERTIME-HOURS OF WS-TEMP-SUSP
               TO OVERTIME-HOURS OF IN-TIMECARD OF TIME-SVC-REQ
           MOVE SUSP-NIGHT-HOURS OF WS-TEMP-SUSP
               TO NIGHT-HOURS OF IN-TIMECARD OF TIME-SVC-REQ
           MOVE SUSP-HOLIDAY-HOURS OF WS-TEMP-SUSP
               TO HOLIDAY-HOURS OF IN-TIMECARD OF TIME-SVC-REQ
           MOVE SUSP-PROJECT-CODE OF WS-TEMP-SUSP
               TO PROJECT-CODE OF IN-TIMECARD OF TIME-SVC-REQ

           CALL 'TIME-SVC' USING TIME-SVC-REQ TIME-SVC-RES

           IF NOT OK OF TIME-SVC-RES
               MOVE STATUS-CODE-N OF TIME-SVC-RES
                   TO STATUS-CODE-N OF TCSUSP-SVC-RES
               MOVE STATUS-MSG OF TIME-SVC-RES
                   TO STATUS-MSG OF TCSUSP-SVC-RES
               CLOSE SUSP-FILE
               EXIT PARAGRAPH
           END-IF

           SET SUSP-RELEASED OF WS-TEMP-SUSP TO TRUE
           MOVE Q-RESOLUTION OF TCSUSP-SVC-REQ
               TO SUSP-RESOLUTION OF WS-TEMP-SUSP
           MOVE 'TC-RELEASE' TO WS-AUDIT-ACTION
           PERFORM SETTLE-EXCEPTION
           IF NOT OK OF TCSUSP-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO STATUS-CODE-N OF TCSUSP-SVC-RES
           MOVE 'Timecard released to the timecard master'
               TO STATUS-MSG OF TCSUSP-SVC-RES
           MOVE WS-TEMP-SUSP TO OUT-TCSUSP OF TCSUSP-SVC-RES
           .

       DELETE-EXCEPTION.
      *    Pre: Q-SUSP-ID names an open exception; Q-NOTE optional
      *    Post: Exception closed as deleted, nothing written to the
      *          timecard master, the discard audited

           PERFORM READ-OPEN-EXCEPTION
           IF NOT OK OF TCSUSP-SVC-RES
               EXIT PARAGRAPH
           END-IF

           SET SUSP-DELETED OF WS-TEMP-SUSP TO TRUE
           MOVE SPACE TO SUSP-RESOLUTION OF WS-TEMP-SUSP
           MOVE 'TC-DELETE' TO WS-AUDIT-ACTION
           PERFORM SETTLE-EXCEPTION
           IF NOT OK OF TCSUSP-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO STATUS-CODE-N OF TCSUSP-SVC-RES
           MOVE 'Timecard exception deleted'
               TO STATUS-MSG OF TCSUSP-SVC-RES
           MOVE WS-TEMP-SUSP TO OUT-TCSUSP OF TCSUSP-SVC-RES
           .

      * READ-OPEN-EXCEPTION: Opens the file I-O and reads Q-SUSP-ID
      * into WS-TEMP-SUSP, keeping its before image; the file is
      * left open only when the exception is found and still open.
       READ-OPEN-EXCEPTION.
           PERFORM OPEN-SUSP-FILE-IO
           IF NOT OK OF TCSUSP-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-SUSP-ID OF TCSUSP-SVC-REQ TO WS-SUSP-ID-STR
           MOVE WS-SUSP-ID-STR TO TCS-REC-KEY
           READ SUSP-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF TCSUSP-SVC-RES
                   MOVE 'Timecard exception not found'
                       TO STATUS-MSG OF TCSUSP-SVC-RES
                   CLOSE SUSP-FILE
                   EXIT PARAGRAPH
           END-READ

           MOVE SUSP-RECORD TO WS-TEMP-SUSP
           MOVE SUSP-RECORD TO WS-BEFORE-SUSP

           IF NOT SUSP-OPEN OF WS-TEMP-SUSP
               MOVE 409 TO STATUS-CODE-N OF TCSUSP-SVC-RES
               MOVE 'Timecard exception already settled'
                   TO STATUS-MSG OF TCSUSP-SVC-RES
               CLOSE SUSP-FILE
               EXIT PARAGRAPH
           END-IF
           .

      * SETTLE-EXCEPTION: Stamps the settling operator and note onto
      * WS-TEMP-SUSP, rewrites it, closes the file and audits the
      * before/after under WS-AUDIT-ACTION.
       SETTLE-EXCEPTION.
           MOVE Q-NOTE OF TCSUSP-SVC-REQ TO SUSP-NOTE OF WS-TEMP-SUSP
           MOVE USER-ID OF TCSUSP-SVC-REQ
               TO RESOLVED-BY OF WS-TEMP-SUSP
           MOVE WS-CURRENT-TIMESTAMP TO RESOLVED-AT OF WS-TEMP-SUSP
           ADD 1 TO REC-VERSION OF WS-TEMP-SUSP

           MOVE WS-TEMP-SUSP TO SUSP-RECORD
           REWRITE SUSP-RECORD

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF TCSUSP-SVC-RES
               MOVE 'Failed to update timecard exception'
                   TO STATUS-MSG OF TCSUSP-SVC-RES
               CLOSE SUSP-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE SUSP-FILE
           PERFORM WRITE-SUSPENSE-AUDIT
           MOVE 0 TO STATUS-CODE-N OF TCSUSP-SVC-RES
           .

       COUNT-OPEN-EXCEPTIONS.
      *    Pre: Q-EMP-ID populated; Q-FROM-DATE/Q-THRU-DATE the
      *         pay window (YYYYMMDD), or zero with Q-PAY-PERIOD
      *         YYYYMM (0 for any period)
      *    Post: OPEN-COUNT = the employee's open exceptions dated in
      *          the window or period; zero when the file does not
      *          exist yet

           MOVE 0 TO OPEN-COUNT OF TCSUSP-SVC-RES

           IF Q-EMP-ID OF TCSUSP-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF TCSUSP-SVC-RES
               MOVE 'Q-EMP-ID is required'
                   TO STATUS-MSG OF TCSUSP-SVC-RES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT SUSP-FILE
           IF FILE-NOT-FOUND
               MOVE 0 TO STATUS-CODE-N OF TCSUSP-SVC-RES
               MOVE 'No timecard exceptions on file'
                   TO STATUS-MSG OF TCSUSP-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF TCSUSP-SVC-RES
               MOVE 'Cannot open timecard exception file'
                   TO STATUS-MSG OF TCSUSP-SVC-RES
               EXIT PARAGRAPH
           END-IF

           SET SCAN-NOT-DONE TO TRUE
           PERFORM UNTIL SCAN-DONE
               READ SUSP-FILE NEXT RECORD
                   AT END
                       SET SCAN-DONE TO TRUE
                   NOT AT END
                       MOVE SUSP-RECORD TO WS-TEMP-SUSP
                       DIVIDE SUSP-WORK-DATE OF WS-TEMP-SUSP
                           BY DATE-MONTH-MULTIPLIER
                           GIVING WS-SUSP-PERIOD
                       IF SUSP-OPEN OF WS-TEMP-SUSP
                               AND SUSP-EMP-ID OF WS-TEMP-SUSP
                                   = Q-EMP-ID OF TCSUSP-SVC-REQ
                           IF Q-FROM-DATE OF TCSUSP-SVC-REQ NOT = 0
                               IF SUSP-WORK-DATE OF WS-TEMP-SUSP
                                       >= Q-FROM-DATE
                                           OF TCSUSP-SVC-REQ
                                   AND SUSP-WORK-DATE OF WS-TEMP-SUSP
                                       <= Q-THRU-DATE
                                           OF TCSUSP-SVC-REQ
                                   ADD 1 TO OPEN-COUNT
                                       OF TCSUSP-SVC-RES
                               END-IF
                           ELSE
                               IF Q-PAY-PERIOD OF TCSUSP-SVC-REQ = 0
                                   OR WS-SUSP-PERIOD
                                       = Q-PAY-PERIOD
                                           OF TCSUSP-SVC-REQ
                                   ADD 1 TO OPEN-COUNT
                                       OF TCSUSP-SVC-RES
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SUSP-FILE

           MOVE 0 TO STATUS-CODE-N OF TCSUSP-SVC-RES
           MOVE 'Open timecard exceptions counted'
               TO STATUS-MSG OF TCSUSP-SVC-RES
           .

       WRITE-SUSPENSE-AUDIT.
           INITIALIZE WS-AUDIT-REC
           MOVE WS-AUDIT-ACTION TO ACTION OF WS-AUDIT-REC
           MOVE 'TCS' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE SUSP-ID OF WS-TEMP-SUSP TO ENTITY-ID OF WS-AUDIT-REC
           MOVE USER-ID OF TCSUSP-SVC-REQ TO USER-ID OF WS-AUDIT-REC
           MOVE CORR-ID OF TCSUSP-SVC-REQ TO CORR-ID OF WS-AUDIT-REC
           MOVE WS-BEFORE-SUSP TO BEFORE-VALUE OF WS-AUDIT-REC
           MOVE WS-TEMP-SUSP TO AFTER-VALUE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC
           .

       OPEN-SUSP-FILE-IO.
      *    Pre: None
      *    Post: SUSP-FILE open I-O (created first if it didn't
      *          exist), STATUS-CODE-N set

           OPEN I-O SUSP-FILE

           IF FILE-NOT-FOUND
      *        Create new file
               OPEN OUTPUT SUSP-FILE
               CLOSE SUSP-FILE
               OPEN I-O SUSP-FILE
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF TCSUSP-SVC-RES
               MOVE 'Cannot open timecard exception file'
                   TO STATUS-MSG OF TCSUSP-SVC-RES
           ELSE
               MOVE 0 TO STATUS-CODE-N OF TCSUSP-SVC-RES
           END-IF
           .

       END PROGRAM TCSUSP-SVC.
