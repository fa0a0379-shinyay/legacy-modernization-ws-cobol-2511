       IDENTIFICATION DIVISION.
       PROGRAM-ID. HLTH-SVC.
      ******************************************************************
      * HLTH-SVC - Health Check and Long-Hours Interview Service
      * Purpose: Keeps each employee's statutory health check year:
      *          the annual check's scheduled and completed dates,
      *          the second check owed to a regular night worker,
      *          the follow-up-required flag, and the months past the
      *          80-hour overtime plus holiday line with the physician
      *          interview offered and held. HLTHMON sets the night
      *          worker and long-hours flags from the timecards; the
      *          health check screen keeps the dates.
      *          The examination result detail is held apart in a
      *          restricted result file, the way MYNUM-SVC holds the
      *          individual number: only an admin operator (checked
      *          here through USER-SVC) may record or read it, every
      *          retrieval is audited with its purpose, and the
      *          detail never appears in an audit image. The health
      *          check record carries only whether findings were
      *          made, for the statutory summary.
      * Operations: PUT, FIND, FLAG-NIGHT, FLAG-LONG-HOURS,
      *             SET-RESULT, GET-RESULT, SCRUB
      * Pre: Valid request with OP-CODE, USER-ID, CORR-ID
      * Post: Response with STATUS-CODE-N and STATUS-MSG
      * Note: HEALTH-FILE and RESULT-FILE are owned by this service
      *       directly, the way SUBHOL-SVC owns subhol.dat - both
      *       keyed on EMP-ID + CHECK-FY, one record per employee per
      *       fiscal year (April to March). SCRUB runs without the
      *       operator gate: it is the unattended PURGEPII path and
      *       destroys data rather than revealing it.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HEALTH-FILE ASSIGN TO 'hr-cobol/data/healthchk.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HCK-REC-KEY SOURCE IS HCK-REC-KEY1
                   HCK-REC-KEY2
               FILE STATUS IS WS-FILE-STATUS.

           SELECT RESULT-FILE ASSIGN TO 'hr-cobol/data/hlthres.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HCR-REC-KEY SOURCE IS HCR-REC-KEY1
                   HCR-REC-KEY2
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * HCK-REC-KEY is a split key over EMP-ID and CHECK-FY
      * (positions 12-20 and 21-24 of the 400-byte record).
       FD  HEALTH-FILE.
       01  HEALTH-RECORD.
           05  FILLER               PIC X(11).
           05  HCK-REC-KEY1         PIC X(9).
           05  HCK-REC-KEY2         PIC X(4).
           05  FILLER               PIC X(376).

      * HCR-REC-KEY is a split key over EMP-ID and CHECK-FY
      * (positions 12-20 and 21-24 of the 200-byte record).
       FD  RESULT-FILE.
       01  RESULT-RECORD.
           05  FILLER               PIC X(11).
           05  HCR-REC-KEY1         PIC X(9).
           05  HCR-REC-KEY2         PIC X(4).
           05  FILLER               PIC X(176).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'HLTH-SVC'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK                 VALUE '00'.
           88  FILE-EOF                VALUE '10'.
           88  FILE-NOT-FOUND          VALUE '35'.
           88  FILE-DUP-KEY            VALUE '22'.

      * Overtime plus holiday hours in a month past which the
      * physician interview must be offered
       78  LONG-HOURS-LINE         VALUE 80.

      * Working storage for date and timestamp
       01  WS-TODAY                PIC 9(8).
       01  WS-CURRENT-TIME         PIC 9(6).
       01  WS-CURRENT-TIMESTAMP    PIC 9(14).

       01  WS-TEMP-HEALTH.
           COPY healthchk REPLACING ==05== BY ==10==.
       01  WS-PRIOR-HEALTH.
           COPY healthchk REPLACING ==05== BY ==10==.
       01  WS-TEMP-RESULT.
           COPY hlthres REPLACING ==05== BY ==10==.

       01  WS-EMP-ID-STR           PIC X(9).
       01  WS-FY-STR               PIC X(4).
       01  WS-RECORD-EXISTS-SW     PIC X.
           88  HEALTH-EXISTS           VALUE 'Y'.
           88  HEALTH-NEW              VALUE 'N'.
       01  WS-RESULT-EXISTS-SW     PIC X.
           88  RESULT-EXISTS           VALUE 'Y'.
           88  RESULT-NEW              VALUE 'N'.
       01  WS-SCAN-DONE-SW         PIC X     VALUE 'N'.
           88  SCAN-DONE               VALUE 'Y'.
           88  SCAN-NOT-DONE           VALUE 'N'.
       01  WS-SCRUBBED-COUNT       PIC 9(3).

      * Fiscal year and month slot (April = 1) of a YYYYMM period
       01  WS-PERIOD-YEAR          PIC 9(4).
       01  WS-PERIOD-MONTH         PIC 9(2).
       01  WS-PERIOD-FY            PIC 9(4).
       01  WS-MONTH-SLOT           PIC 9(2).
       01  WS-SLOT                 PIC 9(2).
       01  WS-CHECK-DATE           PIC 9(8).

      * Working storage for the admin-role gate through USER-SVC -
      * the menu checks the role too, but the result file is
      * sensitive enough that the service refuses a non-admin
      * caller on its own authority
           COPY user-req.
           COPY user-res.
       01  WS-GATE-SW              PIC X.
           88  CALLER-IS-ADMIN         VALUE 'Y'.
           88  CALLER-NOT-ADMIN        VALUE 'N'.

      * Working storage for validation
       01  WS-VALIDATION-SW        PIC X.
           88  VALIDATION-OK           VALUE 'Y'.
           88  VALIDATION-FAILED       VALUE 'N'.
       01  WS-ERROR-MSG            PIC X(100).

      * Working storage for AUDIT-LOG calls
       01  WS-AUDIT-REC.
           COPY audit.

       LINKAGE SECTION.
           COPY hlth-req.
           COPY hlth-res.

       PROCEDURE DIVISION USING HLTH-SVC-REQ HLTH-SVC-RES.

       MAIN-PROCESS.
      *    Initialize response
           INITIALIZE HLTH-SVC-RES
           MOVE CORR-ID OF HLTH-SVC-REQ TO CORR-ID OF HLTH-SVC-RES
           SET FLAG-WAS-SET OF HLTH-SVC-RES TO TRUE

      *    Get current date and timestamp
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-TODAY WS-CURRENT-TIME
               DELIMITED BY SIZE
               INTO WS-CURRENT-TIMESTAMP

      *    Route to operation
           EVALUATE TRUE
               WHEN OP-PUT OF HLTH-SVC-REQ
                   PERFORM PUT-HEALTH-CHECK
               WHEN OP-FIND OF HLTH-SVC-REQ
                   PERFORM FIND-HEALTH-CHECK
               WHEN OP-FLAG-NIGHT OF HLTH-SVC-REQ
                   PERFORM FLAG-NIGHT-WORKER
               WHEN OP-FLAG-LONG-HOURS OF HLTH-SVC-REQ
                   PERFORM FLAG-LONG-HOURS-MONTH
               WHEN OP-SET-RESULT OF HLTH-SVC-REQ
                   PERFORM VERIFY-ADMIN-CALLER
                   IF CALLER-IS-ADMIN
                       PERFORM SET-HEALTH-RESULT
                   END-IF
               WHEN OP-GET-RESULT OF HLTH-SVC-REQ
                   PERFORM VERIFY-ADMIN-CALLER
                   IF CALLER-IS-ADMIN
                       PERFORM GET-HEALTH-RESULT
                   END-IF
               WHEN OP-SCRUB OF HLTH-SVC-REQ
                   PERFORM SCRUB-HEALTH-RESULTS
               WHEN OTHER
                   MOVE 422 TO STATUS-CODE-N OF HLTH-SVC-RES
                   MOVE 'Invalid operation code'
                       TO STATUS-MSG OF HLTH-SVC-RES
           END-EVALUATE

           GOBACK
           .

      * VERIFY-ADMIN-CALLER: The requesting USER-ID must resolve to
      * an active admin operator. A caller the operator master does
      * not know, or knows with any lesser role, is refused with 403.
       VERIFY-ADMIN-CALLER.
           SET CALLER-NOT-ADMIN TO TRUE

           INITIALIZE USER-SVC-REQ
           INITIALIZE USER-SVC-RES
           SET OP-FIND OF USER-SVC-REQ TO TRUE
           MOVE USER-ID OF HLTH-SVC-REQ TO USER-ID OF USER-SVC-REQ
           MOVE CORR-ID OF HLTH-SVC-REQ TO CORR-ID OF USER-SVC-REQ
           MOVE USER-ID OF HLTH-SVC-REQ(1:8)
               TO Q-OPERATOR-ID OF USER-SVC-REQ

           CALL 'USER-SVC' USING USER-SVC-REQ USER-SVC-RES

           IF OK OF USER-SVC-RES
                   AND ROLE-ADMIN OF OUT-OPERATOR OF USER-SVC-RES
                   AND OPERATOR-ACTIVE OF OUT-OPERATOR OF USER-SVC-RES
               SET CALLER-IS-ADMIN TO TRUE
           ELSE
               MOVE 403 TO STATUS-CODE-N OF HLTH-SVC-RES
               MOVE 'Admin operator required for health check results'
                   TO STATUS-MSG OF HLTH-SVC-RES
           END-IF
           .

       PUT-HEALTH-CHECK.
      *    Pre: IN-HEALTH populated with EMP-ID, CHECK-FY and the
      *         screen-kept fields
      *    Post: Record written (or replaced) keeping HLTHMON's
      *          flags and the result flag as stored; OUT-HEALTH
      *          echoes it

           PERFORM VALIDATE-HEALTH-FIELDS
           IF VALIDATION-FAILED
               MOVE 422 TO STATUS-CODE-N OF HLTH-SVC-RES
               STRING 'SVC=' WS-PROGRAM-NAME
                      ' OP=PUT CODE=422 '
                      'CAUSE=' WS-ERROR-MSG
                      ' CORR=' CORR-ID OF HLTH-SVC-REQ
                   DELIMITED BY SIZE
                   INTO STATUS-MSG OF HLTH-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE EMP-ID OF IN-HEALTH OF HLTH-SVC-REQ TO Q-EMP-ID
               OF HLTH-SVC-REQ
           MOVE CHECK-FY OF IN-HEALTH OF HLTH-SVC-REQ
               TO Q-FISCAL-YEAR OF HLTH-SVC-REQ
           PERFORM READ-HEALTH-FOR-UPDATE
           IF NOT OK OF HLTH-SVC-RES
               EXIT PARAGRAPH
           END-IF

      *    The screen-kept fields come from the request; the flags
      *    HLTHMON and the result recording keep stay as stored
           MOVE CHECK-SCHEDULED OF IN-HEALTH OF HLTH-SVC-REQ
               TO CHECK-SCHEDULED OF WS-TEMP-HEALTH
           MOVE CHECK-COMPLETED OF IN-HEALTH OF HLTH-SVC-REQ
               TO CHECK-COMPLETED OF WS-TEMP-HEALTH
           MOVE SECOND-SCHEDULED OF IN-HEALTH OF HLTH-SVC-REQ
               TO SECOND-SCHEDULED OF WS-TEMP-HEALTH
           MOVE SECOND-COMPLETED OF IN-HEALTH OF HLTH-SVC-REQ
               TO SECOND-COMPLETED OF WS-TEMP-HEALTH
           MOVE FOLLOW-UP-FLAG OF IN-HEALTH OF HLTH-SVC-REQ
               TO FOLLOW-UP-FLAG OF WS-TEMP-HEALTH
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 12
               MOVE LH-OFFERED-DATE OF IN-HEALTH OF HLTH-SVC-REQ
                       (WS-SLOT)
                   TO LH-OFFERED-DATE OF WS-TEMP-HEALTH(WS-SLOT)
               MOVE LH-INTERVIEW-DATE OF IN-HEALTH OF HLTH-SVC-REQ
                       (WS-SLOT)
                   TO LH-INTERVIEW-DATE OF WS-TEMP-HEALTH(WS-SLOT)
           END-PERFORM

           PERFORM STORE-HEALTH-CHECK
           IF NOT OK OF HLTH-SVC-RES
               CLOSE HEALTH-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE HEALTH-FILE

           MOVE 'Health check recorded' TO STATUS-MSG OF HLTH-SVC-RES
           .

      * VALIDATE-HEALTH-FIELDS: EMP-ID and fiscal year are required;
      * every date given must be a plausible YYYYMMDD, a completion
      * cannot precede its schedule, and the follow-up flag is Y or
      * N (blank read as N).
       VALIDATE-HEALTH-FIELDS.
           SET VALIDATION-OK TO TRUE

           IF EMP-ID OF IN-HEALTH OF HLTH-SVC-REQ = 0
               SET VALIDATION-FAILED TO TRUE
               MOVE 'Missing EMP-ID' TO WS-ERROR-MSG
               EXIT PARAGRAPH
           END-IF

           IF CHECK-FY OF IN-HEALTH OF HLTH-SVC-REQ < 1900
               SET VALIDATION-FAILED TO TRUE
               MOVE 'Missing or invalid CHECK-FY' TO WS-ERROR-MSG
               EXIT PARAGRAPH
           END-IF

           MOVE CHECK-SCHEDULED OF IN-HEALTH OF HLTH-SVC-REQ
               TO WS-CHECK-DATE
           PERFORM VALIDATE-ONE-DATE
           MOVE CHECK-COMPLETED OF IN-HEALTH OF HLTH-SVC-REQ
               TO WS-CHECK-DATE
           PERFORM VALIDATE-ONE-DATE
           MOVE SECOND-SCHEDULED OF IN-HEALTH OF HLTH-SVC-REQ
               TO WS-CHECK-DATE
           PERFORM VALIDATE-ONE-DATE
           MOVE SECOND-COMPLETED OF IN-HEALTH OF HLTH-SVC-REQ
               TO WS-CHECK-DATE
           PERFORM VALIDATE-ONE-DATE
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 12
               MOVE LH-OFFERED-DATE OF IN-HEALTH OF HLTH-SVC-REQ
                       (WS-SLOT)
                   TO WS-CHECK-DATE
               PERFORM VALIDATE-ONE-DATE
               MOVE LH-INTERVIEW-DATE OF IN-HEALTH OF HLTH-SVC-REQ
                       (WS-SLOT)
                   TO WS-CHECK-DATE
               PERFORM VALIDATE-ONE-DATE
           END-PERFORM
           IF VALIDATION-FAILED
               EXIT PARAGRAPH
           END-IF

           IF CHECK-COMPLETED OF IN-HEALTH OF HLTH-SVC-REQ > 0
                   AND CHECK-COMPLETED OF IN-HEALTH OF HLTH-SVC-REQ
                       < CHECK-SCHEDULED OF IN-HEALTH OF HLTH-SVC-REQ
               SET VALIDATION-FAILED TO TRUE
               MOVE 'CHECK-COMPLETED precedes CHECK-SCHEDULED'
                   TO WS-ERROR-MSG
               EXIT PARAGRAPH
           END-IF

           IF SECOND-COMPLETED OF IN-HEALTH OF HLTH-SVC-REQ > 0
                   AND SECOND-COMPLETED OF IN-HEALTH OF HLTH-SVC-REQ
                       < SECOND-SCHEDULED OF IN-HEALTH OF HLTH-SVC-REQ
               SET VALIDATION-FAILED TO TRUE
               MOVE 'SECOND-COMPLETED precedes SECOND-SCHEDULED'
                   TO WS-ERROR-MSG
               EXIT PARAGRAPH
           END-IF

           IF FOLLOW-UP-FLAG OF IN-HEALTH OF HLTH-SVC-REQ = SPACE
               MOVE 'N' TO FOLLOW-UP-FLAG OF IN-HEALTH OF HLTH-SVC-REQ
           END-IF
           IF NOT FOLLOW-UP-REQUIRED OF IN-HEALTH OF HLTH-SVC-REQ
                   AND NOT NO-FOLLOW-UP OF IN-HEALTH OF HLTH-SVC-REQ
               SET VALIDATION-FAILED TO TRUE
               MOVE 'FOLLOW-UP-FLAG must be Y or N' TO WS-ERROR-MSG
           END-IF
           .

       VALIDATE-ONE-DATE.
           IF WS-CHECK-DATE NOT = 0
                   AND (WS-CHECK-DATE < MIN-VALID-DATE
                       OR WS-CHECK-DATE > OPEN-ENDED-DATE)
               SET VALIDATION-FAILED TO TRUE
               MOVE 'Invalid date - YYYYMMDD expected'
                   TO WS-ERROR-MSG
           END-IF
           .

       FIND-HEALTH-CHECK.
      *    Pre: Q-EMP-ID and Q-FISCAL-YEAR populated
      *    Post: OUT-HEALTH carries the year's record as stored

           IF Q-EMP-ID OF HLTH-SVC-REQ = 0
                   OR Q-FISCAL-YEAR OF HLTH-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF HLTH-SVC-RES
               MOVE 'Q-EMP-ID and Q-FISCAL-YEAR are required'
                   TO STATUS-MSG OF HLTH-SVC-RES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT HEALTH-FILE
           IF FILE-NOT-FOUND
               MOVE 404 TO STATUS-CODE-N OF HLTH-SVC-RES
               MOVE 'No health check records on file'
                   TO STATUS-MSG OF HLTH-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF HLTH-SVC-RES
               MOVE 'Cannot open health check file'
                   TO STATUS-MSG OF HLTH-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-EMP-ID OF HLTH-SVC-REQ TO WS-EMP-ID-STR
           MOVE WS-EMP-ID-STR TO HCK-REC-KEY1
           MOVE Q-FISCAL-YEAR OF HLTH-SVC-REQ TO WS-FY-STR
           MOVE WS-FY-STR TO HCK-REC-KEY2
           READ HEALTH-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF HLTH-SVC-RES
                   MOVE 'Health check record not found'
                       TO STATUS-MSG OF HLTH-SVC-RES
               NOT INVALID KEY
                   MOVE HEALTH-RECORD TO WS-TEMP-HEALTH
                   MOVE WS-TEMP-HEALTH TO OUT-HEALTH OF HLTH-SVC-RES
                   MOVE 0 TO STATUS-CODE-N OF HLTH-SVC-RES
                   MOVE 'Health check record found'
                       TO STATUS-MSG OF HLTH-SVC-RES
           END-READ

           CLOSE HEALTH-FILE
           .

       FLAG-NIGHT-WORKER.
      *    Pre: Q-EMP-ID and Q-PERIOD (YYYYMM) populated
      *    Post: The fiscal year holding Q-PERIOD marked as a night
      *          worker's year (second check owed); FLAG-IS-NEW when
      *          it was not marked before

           IF Q-EMP-ID OF HLTH-SVC-REQ = 0
                   OR Q-PERIOD OF HLTH-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF HLTH-SVC-RES
               MOVE 'Q-EMP-ID and Q-PERIOD are required'
                   TO STATUS-MSG OF HLTH-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM DERIVE-PERIOD-SLOT
           MOVE WS-PERIOD-FY TO Q-FISCAL-YEAR OF HLTH-SVC-REQ
           PERFORM READ-HEALTH-FOR-UPDATE
           IF NOT OK OF HLTH-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF NIGHT-WORKER OF WS-TEMP-HEALTH
               CLOSE HEALTH-FILE
               MOVE WS-TEMP-HEALTH TO OUT-HEALTH OF HLTH-SVC-RES
               MOVE 'Night worker already flagged for the year'
                   TO STATUS-MSG OF HLTH-SVC-RES
               EXIT PARAGRAPH
           END-IF

           SET NIGHT-WORKER OF WS-TEMP-HEALTH TO TRUE
           MOVE Q-PERIOD OF HLTH-SVC-REQ
               TO NIGHT-FLAGGED-PERIOD OF WS-TEMP-HEALTH
           PERFORM STORE-HEALTH-CHECK
           CLOSE HEALTH-FILE
           IF NOT OK OF HLTH-SVC-RES
               EXIT PARAGRAPH
           END-IF

           SET FLAG-IS-NEW OF HLTH-SVC-RES TO TRUE
           MOVE 'Night worker flagged - second check owed'
               TO STATUS-MSG OF HLTH-SVC-RES
           .

       FLAG-LONG-HOURS-MONTH.
      *    Pre: Q-EMP-ID, Q-PERIOD (YYYYMM) and Q-HOURS populated
      *    Post: The month's overtime plus holiday hours recorded and
      *          its flag set past the 80-hour line (cleared when a
      *          rerun on corrected timecards comes in under it);
      *          a month under the line with no record for the year
      *          writes nothing. FLAG-IS-NEW when the month was not
      *          flagged before.

           IF Q-EMP-ID OF HLTH-SVC-REQ = 0
                   OR Q-PERIOD OF HLTH-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF HLTH-SVC-RES
               MOVE 'Q-EMP-ID and Q-PERIOD are required'
                   TO STATUS-MSG OF HLTH-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM DERIVE-PERIOD-SLOT
           MOVE WS-PERIOD-FY TO Q-FISCAL-YEAR OF HLTH-SVC-REQ
           PERFORM READ-HEALTH-FOR-UPDATE
           IF NOT OK OF HLTH-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF HEALTH-NEW
                   AND Q-HOURS OF HLTH-SVC-REQ NOT > LONG-HOURS-LINE
               CLOSE HEALTH-FILE
               MOVE 'Under the long-hours line'
                   TO STATUS-MSG OF HLTH-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-HOURS OF HLTH-SVC-REQ
               TO LH-HOURS OF WS-TEMP-HEALTH(WS-MONTH-SLOT)
           IF Q-HOURS OF HLTH-SVC-REQ > LONG-HOURS-LINE
               IF NOT LH-FLAGGED OF WS-TEMP-HEALTH(WS-MONTH-SLOT)
                   SET FLAG-IS-NEW OF HLTH-SVC-RES TO TRUE
               END-IF
               MOVE 'Y' TO LH-OVER-LINE OF WS-TEMP-HEALTH(WS-MONTH-SLOT)
           ELSE
               MOVE 'N' TO LH-OVER-LINE OF WS-TEMP-HEALTH(WS-MONTH-SLOT)
           END-IF

           PERFORM STORE-HEALTH-CHECK
           CLOSE HEALTH-FILE
           IF NOT OK OF HLTH-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF LH-FLAGGED OF WS-TEMP-HEALTH(WS-MONTH-SLOT)
               MOVE 'Past the long-hours line - interview to offer'
                   TO STATUS-MSG OF HLTH-SVC-RES
           ELSE
               MOVE 'Under the long-hours line'
                   TO STATUS-MSG OF HLTH-SVC-RES
           END-IF
           .

       SET-HEALTH-RESULT.
      *    Pre: IN-RESULT populated with EMP-ID, CHECK-FY, class,
      *         opinion and findings
      *    Post: Result written (or replaced) in the restricted file;
      *          the year's health check record carries whether
      *          findings were made, with follow-up required for a
      *          recheck or treatment class. Audited without the
      *          detail.

           IF EMP-ID OF IN-RESULT OF HLTH-SVC-REQ = 0
                   OR CHECK-FY OF IN-RESULT OF HLTH-SVC-REQ < 1900
               MOVE 422 TO STATUS-CODE-N OF HLTH-SVC-RES
               MOVE 'EMP-ID and CHECK-FY are required'
                   TO STATUS-MSG OF HLTH-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NOT CLASS-VALID OF IN-RESULT OF HLTH-SVC-REQ
               MOVE 422 TO STATUS-CODE-N OF HLTH-SVC-RES
               MOVE 'RESULT-CLASS must be A through E'
                   TO STATUS-MSG OF HLTH-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NOT OPINION-VALID OF IN-RESULT OF HLTH-SVC-REQ
               MOVE 422 TO STATUS-CODE-N OF HLTH-SVC-RES
               MOVE 'WORK-OPINION must be N, R or L'
                   TO STATUS-MSG OF HLTH-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-RESULT-FILE-IO
           IF NOT OK OF HLTH-SVC-RES
               EXIT PARAGRAPH
           END-IF

           SET RESULT-NEW TO TRUE
           MOVE EMP-ID OF IN-RESULT OF HLTH-SVC-REQ TO WS-EMP-ID-STR
           MOVE WS-EMP-ID-STR TO HCR-REC-KEY1
           MOVE CHECK-FY OF IN-RESULT OF HLTH-SVC-REQ TO WS-FY-STR
           MOVE WS-FY-STR TO HCR-REC-KEY2
           READ RESULT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RESULT-EXISTS TO TRUE
                   MOVE RESULT-RECORD TO WS-TEMP-RESULT
           END-READ

           IF RESULT-EXISTS
               MOVE CREATED-BY OF WS-TEMP-RESULT
                   TO CREATED-BY OF IN-RESULT OF HLTH-SVC-REQ
               MOVE CREATED-AT OF WS-TEMP-RESULT
                   TO CREATED-AT OF IN-RESULT OF HLTH-SVC-REQ
               COMPUTE REC-VERSION OF IN-RESULT OF HLTH-SVC-REQ =
                   REC-VERSION OF WS-TEMP-RESULT + 1
               MOVE USER-ID OF HLTH-SVC-REQ(1:8)
                   TO MODIFIED-BY OF IN-RESULT OF HLTH-SVC-REQ
               MOVE WS-CURRENT-TIMESTAMP
                   TO MODIFIED-AT OF IN-RESULT OF HLTH-SVC-REQ
           ELSE
               MOVE 1 TO REC-VERSION OF IN-RESULT OF HLTH-SVC-REQ
               MOVE USER-ID OF HLTH-SVC-REQ(1:8)
                   TO CREATED-BY OF IN-RESULT OF HLTH-SVC-REQ
               MOVE WS-CURRENT-TIMESTAMP
                   TO CREATED-AT OF IN-RESULT OF HLTH-SVC-REQ
               MOVE SPACES TO MODIFIED-BY OF IN-RESULT OF HLTH-SVC-REQ
               MOVE 0 TO MODIFIED-AT OF IN-RESULT OF HLTH-SVC-REQ
           END-IF
           MOVE IN-RESULT OF HLTH-SVC-REQ TO WS-TEMP-RESULT
           MOVE 1 TO RECORD-VERSION OF WS-TEMP-RESULT
           SET RESULT-HELD OF WS-TEMP-RESULT TO TRUE

           MOVE WS-TEMP-RESULT TO RESULT-RECORD
           IF RESULT-EXISTS
               REWRITE RESULT-RECORD
           ELSE
               WRITE RESULT-RECORD
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF HLTH-SVC-RES
               MOVE 'Failed to write health check result'
                   TO STATUS-MSG OF HLTH-SVC-RES
               CLOSE RESULT-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE RESULT-FILE

      *    The audit image deliberately leaves the detail out - the
      *    trail proves who recorded a result and when, not what it
      *    says
           INITIALIZE WS-AUDIT-REC
           MOVE 'PII-SET' TO ACTION OF WS-AUDIT-REC
           MOVE 'HCR' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE EMP-ID OF WS-TEMP-RESULT TO ENTITY-ID OF WS-AUDIT-REC
           MOVE USER-ID OF HLTH-SVC-REQ TO USER-ID OF WS-AUDIT-REC
           MOVE CORR-ID OF HLTH-SVC-REQ TO CORR-ID OF WS-AUDIT-REC
           STRING 'CHECK-FY=' CHECK-FY OF WS-TEMP-RESULT
                  ' RESULT=************'
               DELIMITED BY SIZE INTO AFTER-VALUE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC

      *    Carry whether findings were made onto the year's record
           MOVE EMP-ID OF WS-TEMP-RESULT TO Q-EMP-ID OF HLTH-SVC-REQ
           MOVE CHECK-FY OF WS-TEMP-RESULT
               TO Q-FISCAL-YEAR OF HLTH-SVC-REQ
           PERFORM READ-HEALTH-FOR-UPDATE
           IF NOT OK OF HLTH-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF CLASS-NO-FINDINGS OF WS-TEMP-RESULT
               SET RESULT-NO-FINDINGS OF WS-TEMP-HEALTH TO TRUE
           ELSE
               SET RESULT-WITH-FINDINGS OF WS-TEMP-HEALTH TO TRUE
           END-IF
           IF CLASS-RECHECK OF WS-TEMP-RESULT
                   OR CLASS-TREATMENT OF WS-TEMP-RESULT
                   OR NOT WORK-NORMAL OF WS-TEMP-RESULT
               SET FOLLOW-UP-REQUIRED OF WS-TEMP-HEALTH TO TRUE
           END-IF
           PERFORM STORE-HEALTH-CHECK
           CLOSE HEALTH-FILE
           IF NOT OK OF HLTH-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE 'Health check result recorded'
               TO STATUS-MSG OF HLTH-SVC-RES
           .

       GET-HEALTH-RESULT.
      *    Pre: Q-EMP-ID, Q-FISCAL-YEAR and Q-PURPOSE populated
      *    Post: OUT-RESULT carries the result detail; the retrieval
      *          itself audited with the purpose of access

           IF Q-EMP-ID OF HLTH-SVC-REQ = 0
                   OR Q-FISCAL-YEAR OF HLTH-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF HLTH-SVC-RES
               MOVE 'Q-EMP-ID and Q-FISCAL-YEAR are required'
                   TO STATUS-MSG OF HLTH-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF Q-PURPOSE OF HLTH-SVC-REQ = SPACES
               MOVE 422 TO STATUS-CODE-N OF HLTH-SVC-RES
               MOVE 'Q-PURPOSE is required - access is audited'
                   TO STATUS-MSG OF HLTH-SVC-RES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT RESULT-FILE
           IF FILE-NOT-FOUND
               MOVE 404 TO STATUS-CODE-N OF HLTH-SVC-RES
               MOVE 'No health check results on file'
                   TO STATUS-MSG OF HLTH-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF HLTH-SVC-RES
               MOVE 'Cannot open health check result file'
                   TO STATUS-MSG OF HLTH-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-EMP-ID OF HLTH-SVC-REQ TO WS-EMP-ID-STR
           MOVE WS-EMP-ID-STR TO HCR-REC-KEY1
           MOVE Q-FISCAL-YEAR OF HLTH-SVC-REQ TO WS-FY-STR
           MOVE WS-FY-STR TO HCR-REC-KEY2
           READ RESULT-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF HLTH-SVC-RES
                   MOVE 'No result on file for the employee and year'
                       TO STATUS-MSG OF HLTH-SVC-RES
               NOT INVALID KEY
                   MOVE RESULT-RECORD TO WS-TEMP-RESULT
                   MOVE WS-TEMP-RESULT TO OUT-RESULT OF HLTH-SVC-RES
                   MOVE 0 TO STATUS-CODE-N OF HLTH-SVC-RES
                   MOVE 'Health check result answered'
                       TO STATUS-MSG OF HLTH-SVC-RES
           END-READ

           CLOSE RESULT-FILE

           IF OK OF HLTH-SVC-RES
      *        The retrieval itself goes on the trail, with why
               INITIALIZE WS-AUDIT-REC
               MOVE 'PII-ACCESS' TO ACTION OF WS-AUDIT-REC
               MOVE 'HCR' TO ENTITY-TYPE OF WS-AUDIT-REC
               MOVE Q-EMP-ID OF HLTH-SVC-REQ
                   TO ENTITY-ID OF WS-AUDIT-REC
               MOVE USER-ID OF HLTH-SVC-REQ
                   TO USER-ID OF WS-AUDIT-REC
               MOVE CORR-ID OF HLTH-SVC-REQ
                   TO CORR-ID OF WS-AUDIT-REC
               MOVE Q-PURPOSE OF HLTH-SVC-REQ
                   TO AFTER-VALUE OF WS-AUDIT-REC
               CALL 'AUDIT-LOG' USING WS-AUDIT-REC
           END-IF
           .

       SCRUB-HEALTH-RESULTS.
      *    Pre: Q-EMP-ID populated
      *    Post: Every result the employee has blanked and set
      *          scrubbed; an employee with none answers OK so
      *          PURGEPII's sweep is idempotent

           IF Q-EMP-ID OF HLTH-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF HLTH-SVC-RES
               MOVE 'Q-EMP-ID is required'
                   TO STATUS-MSG OF HLTH-SVC-RES
               EXIT PARAGRAPH
           END-IF

           OPEN I-O RESULT-FILE
           IF FILE-NOT-FOUND
               MOVE 0 TO STATUS-CODE-N OF HLTH-SVC-RES
               MOVE 'No health check result file - nothing to scrub'
                   TO STATUS-MSG OF HLTH-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF HLTH-SVC-RES
               MOVE 'Cannot open health check result file'
                   TO STATUS-MSG OF HLTH-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SCRUBBED-COUNT
           MOVE Q-EMP-ID OF HLTH-SVC-REQ TO WS-EMP-ID-STR
           MOVE WS-EMP-ID-STR TO HCR-REC-KEY1
           MOVE LOW-VALUES TO HCR-REC-KEY2
           SET SCAN-NOT-DONE TO TRUE
           START RESULT-FILE KEY IS NOT LESS THAN HCR-REC-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START

           PERFORM UNTIL SCAN-DONE
               READ RESULT-FILE NEXT RECORD
                   AT END
                       SET SCAN-DONE TO TRUE
                   NOT AT END
                       IF HCR-REC-KEY1 NOT = WS-EMP-ID-STR
                           SET SCAN-DONE TO TRUE
                       ELSE
                           PERFORM SCRUB-ONE-RESULT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RESULT-FILE

           IF WS-SCRUBBED-COUNT > 0
               INITIALIZE WS-AUDIT-REC
               MOVE 'PII-SCRUB' TO ACTION OF WS-AUDIT-REC
               MOVE 'HCR' TO ENTITY-TYPE OF WS-AUDIT-REC
               MOVE Q-EMP-ID OF HLTH-SVC-REQ
                   TO ENTITY-ID OF WS-AUDIT-REC
               MOVE USER-ID OF HLTH-SVC-REQ TO USER-ID OF WS-AUDIT-REC
               CALL 'AUDIT-LOG' USING WS-AUDIT-REC
           END-IF

           MOVE 0 TO STATUS-CODE-N OF HLTH-SVC-RES
           MOVE 'Health check results scrubbed'
               TO STATUS-MSG OF HLTH-SVC-RES
           .

       SCRUB-ONE-RESULT.
           MOVE RESULT-RECORD TO WS-TEMP-RESULT
           IF RESULT-SCRUBBED OF WS-TEMP-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO RESULT-CLASS OF WS-TEMP-RESULT
           MOVE SPACE TO WORK-OPINION OF WS-TEMP-RESULT
           MOVE SPACES TO FINDINGS OF WS-TEMP-RESULT
           MOVE SPACES TO PHYSICIAN-NAME OF WS-TEMP-RESULT
           SET RESULT-SCRUBBED OF WS-TEMP-RESULT TO TRUE
           ADD 1 TO REC-VERSION OF WS-TEMP-RESULT
           MOVE USER-ID OF HLTH-SVC-REQ(1:8)
               TO MODIFIED-BY OF WS-TEMP-RESULT
           MOVE WS-CURRENT-TIMESTAMP TO MODIFIED-AT OF WS-TEMP-RESULT
           MOVE WS-TEMP-RESULT TO RESULT-RECORD
           REWRITE RESULT-RECORD
           IF FILE-OK
               ADD 1 TO WS-SCRUBBED-COUNT
           END-IF
           .

      * READ-HEALTH-FOR-UPDATE: Opens HEALTH-FILE I-O and reads the
      * Q-EMP-ID / Q-FISCAL-YEAR record into WS-TEMP-HEALTH, or
      * starts a fresh one; the file is left open for
      * STORE-HEALTH-CHECK.
       READ-HEALTH-FOR-UPDATE.
           PERFORM OPEN-HEALTH-FILE-IO
           IF NOT OK OF HLTH-SVC-RES
               EXIT PARAGRAPH
           END-IF

           SET HEALTH-NEW TO TRUE
           MOVE Q-EMP-ID OF HLTH-SVC-REQ TO WS-EMP-ID-STR
           MOVE WS-EMP-ID-STR TO HCK-REC-KEY1
           MOVE Q-FISCAL-YEAR OF HLTH-SVC-REQ TO WS-FY-STR
           MOVE WS-FY-STR TO HCK-REC-KEY2
           READ HEALTH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET HEALTH-EXISTS TO TRUE
           END-READ

           IF HEALTH-EXISTS
               MOVE HEALTH-RECORD TO WS-TEMP-HEALTH
               MOVE WS-TEMP-HEALTH TO WS-PRIOR-HEALTH
           ELSE
               INITIALIZE WS-TEMP-HEALTH
               MOVE Q-EMP-ID OF HLTH-SVC-REQ TO EMP-ID OF WS-TEMP-HEALTH
               MOVE Q-FISCAL-YEAR OF HLTH-SVC-REQ
                   TO CHECK-FY OF WS-TEMP-HEALTH
               SET NOT-NIGHT-WORKER OF WS-TEMP-HEALTH TO TRUE
               SET NO-FOLLOW-UP OF WS-TEMP-HEALTH TO TRUE
               SET RESULT-NOT-RECORDED OF WS-TEMP-HEALTH TO TRUE
               PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 12
                   MOVE 'N' TO LH-OVER-LINE OF WS-TEMP-HEALTH(WS-SLOT)
               END-PERFORM
           END-IF
           .

      * STORE-HEALTH-CHECK: Writes WS-TEMP-HEALTH over whatever
      * READ-HEALTH-FOR-UPDATE found, keeping the original created
      * stamps, and audits the change. The caller closes the file.
       STORE-HEALTH-CHECK.
           MOVE 1 TO RECORD-VERSION OF WS-TEMP-HEALTH
           IF HEALTH-EXISTS
               COMPUTE REC-VERSION OF WS-TEMP-HEALTH =
                   REC-VERSION OF WS-PRIOR-HEALTH + 1
               MOVE CREATED-BY OF WS-PRIOR-HEALTH
                   TO CREATED-BY OF WS-TEMP-HEALTH
               MOVE CREATED-AT OF WS-PRIOR-HEALTH
                   TO CREATED-AT OF WS-TEMP-HEALTH
               MOVE USER-ID OF HLTH-SVC-REQ(1:8)
                   TO MODIFIED-BY OF WS-TEMP-HEALTH
               MOVE WS-CURRENT-TIMESTAMP
                   TO MODIFIED-AT OF WS-TEMP-HEALTH
           ELSE
               MOVE 1 TO REC-VERSION OF WS-TEMP-HEALTH
               MOVE USER-ID OF HLTH-SVC-REQ(1:8)
                   TO CREATED-BY OF WS-TEMP-HEALTH
               MOVE WS-CURRENT-TIMESTAMP
                   TO CREATED-AT OF WS-TEMP-HEALTH
               MOVE SPACES TO MODIFIED-BY OF WS-TEMP-HEALTH
               MOVE 0 TO MODIFIED-AT OF WS-TEMP-HEALTH
           END-IF

           MOVE WS-TEMP-HEALTH TO HEALTH-RECORD
           IF HEALTH-EXISTS
               REWRITE HEALTH-RECORD
           ELSE
               WRITE HEALTH-RECORD
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF HLTH-SVC-RES
               MOVE 'Failed to write health check record'
                   TO STATUS-MSG OF HLTH-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO STATUS-CODE-N OF HLTH-SVC-RES
           MOVE WS-TEMP-HEALTH TO OUT-HEALTH OF HLTH-SVC-RES

      *    Audit log
           INITIALIZE WS-AUDIT-REC
           IF HEALTH-EXISTS
               MOVE 'UPDATE' TO ACTION OF WS-AUDIT-REC
               MOVE WS-PRIOR-HEALTH TO BEFORE-VALUE OF WS-AUDIT-REC
           ELSE
               MOVE 'CREATE' TO ACTION OF WS-AUDIT-REC
           END-IF
           MOVE 'HCK' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE EMP-ID OF WS-TEMP-HEALTH TO ENTITY-ID OF WS-AUDIT-REC
           MOVE USER-ID OF HLTH-SVC-REQ TO USER-ID OF WS-AUDIT-REC
           MOVE CORR-ID OF HLTH-SVC-REQ TO CORR-ID OF WS-AUDIT-REC
           MOVE WS-TEMP-HEALTH TO AFTER-VALUE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC
           .

      * DERIVE-PERIOD-SLOT: The fiscal year holding Q-PERIOD and its
      * month slot - April is slot 1, March slot 12 of the year
      * before's fiscal year.
       DERIVE-PERIOD-SLOT.
           DIVIDE Q-PERIOD OF HLTH-SVC-REQ BY 100
               GIVING WS-PERIOD-YEAR REMAINDER WS-PERIOD-MONTH
           IF WS-PERIOD-MONTH >= 4
               MOVE WS-PERIOD-YEAR TO WS-PERIOD-FY
               COMPUTE WS-MONTH-SLOT = WS-PERIOD-MONTH - 3
           ELSE
               COMPUTE WS-PERIOD-FY = WS-PERIOD-YEAR - 1
               COMPUTE WS-MONTH-SLOT = WS-PERIOD-MONTH + 9
           END-IF
           .

       OPEN-HEALTH-FILE-IO.
      *    Pre: None
      *    Post: HEALTH-FILE open I-O (created first if it didn't
      *          exist), STATUS-CODE-N set

           OPEN I-O HEALTH-FILE

           IF FILE-NOT-FOUND
      *        Create new file
               OPEN OUTPUT HEALTH-FILE
               CLOSE HEALTH-FILE
               OPEN I-O HEALTH-FILE
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF HLTH-SVC-RES
               MOVE 'Cannot open health check file'
                   TO STATUS-MSG OF HLTH-SVC-RES
           ELSE
               MOVE 0 TO STATUS-CODE-N OF HLTH-SVC-RES
           END-IF
           .

       OPEN-RESULT-FILE-IO.
      *    Pre: None
      *    Post: RESULT-FILE open I-O (created first if it didn't
      *          exist), STATUS-CODE-N set

           OPEN I-O RESULT-FILE

           IF FILE-NOT-FOUND
      *        Create new file
               OPEN OUTPUT RESULT-FILE
               CLOSE RESULT-FILE
               OPEN I-O RESULT-FILE
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF HLTH-SVC-RES
               MOVE 'Cannot open health check result file'
                   TO STATUS-MSG OF HLTH-SVC-RES
           ELSE
               MOVE 0 TO STATUS-CODE-N OF HLTH-SVC-RES
           END-IF
           .

       END PROGRAM HLTH-SVC.
