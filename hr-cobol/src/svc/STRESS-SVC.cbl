       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRESS-SVC.
      ******************************************************************
      * STRESS-SVC - Stress Check Cycle Service
      * Purpose: Keeps each employee's annual stress check cycle: the
      *          participation record HR follows during the campaign
      *          (invited, completed, physician interview requested
      *          and held) and, apart from it in a restricted result
      *          file, the individual result - the three area scores
      *          and the high-stress determination derived from them.
      *          Only an operator designated as stress check
      *          implementer on the operator master (checked here
      *          through USER-SVC, whatever the role - admin
      *          included) may record or read a result; every
      *          retrieval is audited with its purpose, and no
      *          result ever appears in an audit image. The
      *          participation record carries only whether a result
      *          has been entered.
      * Operations: PUT, FIND, SET-RESULT, GET-RESULT, SCRUB
      * Pre: Valid request with OP-CODE, USER-ID, CORR-ID
      * Post: Response with STATUS-CODE-N and STATUS-MSG
      * Note: STRESS-FILE and RESULT-FILE are owned by this service
      *       directly, the way HLTH-SVC owns its pair - both keyed
      *       on EMP-ID + CYCLE-FY, one record per employee per
      *       fiscal year (April to March). SCRUB runs without the
      *       designation gate: it is the unattended PURGEPII path
      *       and destroys data rather than revealing it.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STRESS-FILE ASSIGN TO 'hr-cobol/data/stresschk.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STC-REC-KEY SOURCE IS STC-REC-KEY1
                   STC-REC-KEY2
               FILE STATUS IS WS-FILE-STATUS.

           SELECT RESULT-FILE ASSIGN TO 'hr-cobol/data/strsres.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STR-REC-KEY SOURCE IS STR-REC-KEY1
                   STR-REC-KEY2
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * STC-REC-KEY is a split key over EMP-ID and CYCLE-FY
      * (positions 12-20 and 21-24 of the 200-byte record).
       FD  STRESS-FILE.
       01  STRESS-RECORD.
           05  FILLER               PIC X(11).
           05  STC-REC-KEY1         PIC X(9).
           05  STC-REC-KEY2         PIC X(4).
           05  FILLER               PIC X(176).

      * STR-REC-KEY is a split key over EMP-ID and CYCLE-FY
      * (positions 12-20 and 21-24 of the 200-byte record).
       FD  RESULT-FILE.
       01  RESULT-RECORD.
           05  FILLER               PIC X(11).
           05  STR-REC-KEY1         PIC X(9).
           05  STR-REC-KEY2         PIC X(4).
           05  FILLER               PIC X(176).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'STRESS-SVC'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK                 VALUE '00'.
           88  FILE-EOF                VALUE '10'.
           88  FILE-NOT-FOUND          VALUE '35'.
           88  FILE-DUP-KEY            VALUE '22'.

      * The brief job stress questionnaire's area score ranges and
      * the high-stress lines of the sum-score method: stress
      * reactions at or over the first line alone, or job stressors
      * plus support at or over the second line together with
      * stress reactions at or over the third
       78  SCORE-A-MIN             VALUE 17.
       78  SCORE-A-MAX             VALUE 68.
       78  SCORE-B-MIN             VALUE 29.
       78  SCORE-B-MAX             VALUE 116.
       78  SCORE-C-MIN             VALUE 9.
       78  SCORE-C-MAX             VALUE 36.
       78  HIGH-STRESS-B-LINE      VALUE 77.
       78  HIGH-STRESS-AC-LINE     VALUE 76.
       78  HIGH-STRESS-B-WITH-AC   VALUE 63.

      * Working storage for date and timestamp
       01  WS-TODAY                PIC 9(8).
       01  WS-CURRENT-TIME         PIC 9(6).
       01  WS-CURRENT-TIMESTAMP    PIC 9(14).

       01  WS-TEMP-STRESS.
           COPY stresschk REPLACING ==05== BY ==10==.
       01  WS-PRIOR-STRESS.
           COPY stresschk REPLACING ==05== BY ==10==.
       01  WS-TEMP-RESULT.
           COPY strsres REPLACING ==05== BY ==10==.

       01  WS-EMP-ID-STR           PIC X(9).
       01  WS-FY-STR               PIC X(4).
       01  WS-RECORD-EXISTS-SW     PIC X.
           88  STRESS-EXISTS           VALUE 'Y'.
           88  STRESS-NEW              VALUE 'N'.
       01  WS-RESULT-EXISTS-SW     PIC X.
           88  RESULT-EXISTS           VALUE 'Y'.
           88  RESULT-NEW              VALUE 'N'.
       01  WS-SCAN-DONE-SW         PIC X     VALUE 'N'.
           88  SCAN-DONE               VALUE 'Y'.
           88  SCAN-NOT-DONE           VALUE 'N'.
       01  WS-SCRUBBED-COUNT       PIC 9(3).
       01  WS-AC-SUM               PIC 9(3).
       01  WS-CHECK-DATE           PIC 9(8).

      * Working storage for the implementer gate through USER-SVC -
      * the menu checks the designation too, but the result file is
      * sensitive enough that the service refuses any other caller
      * on its own authority
           COPY user-req.
           COPY user-res.
       01  WS-GATE-SW              PIC X.
           88  CALLER-IS-IMPLEMENTER   VALUE 'Y'.
           88  CALLER-NOT-IMPLEMENTER  VALUE 'N'.

      * Working storage for validation
       01  WS-VALIDATION-SW        PIC X.
           88  VALIDATION-OK           VALUE 'Y'.
           88  VALIDATION-FAILED       VALUE 'N'.
       01  WS-ERROR-MSG            PIC X(100).

      * Working storage for AUDIT-LOG calls
       01  WS-AUDIT-REC.
           COPY audit.

       LINKAGE SECTION.
           COPY strs-req.
           COPY strs-res.

       PROCEDURE DIVISION USING STRESS-SVC-REQ STRESS-SVC-RES.

       MAIN-PROCESS.
      *    Initialize response
           INITIALIZE STRESS-SVC-RES
           MOVE CORR-ID OF STRESS-SVC-REQ TO CORR-ID OF STRESS-SVC-RES

      *    Get current date and timestamp
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-TODAY WS-CURRENT-TIME
               DELIMITED BY SIZE
               INTO WS-CURRENT-TIMESTAMP

      *    Route to operation
           EVALUATE TRUE
               WHEN OP-PUT OF STRESS-SVC-REQ
                   PERFORM PUT-PARTICIPATION
               WHEN OP-FIND OF STRESS-SVC-REQ
                   PERFORM FIND-PARTICIPATION
               WHEN OP-SET-RESULT OF STRESS-SVC-REQ
                   PERFORM VERIFY-IMPLEMENTER-CALLER
                   IF CALLER-IS-IMPLEMENTER
                       PERFORM SET-STRESS-RESULT
                   END-IF
               WHEN OP-GET-RESULT OF STRESS-SVC-REQ
                   PERFORM VERIFY-IMPLEMENTER-CALLER
                   IF CALLER-IS-IMPLEMENTER
                       PERFORM GET-STRESS-RESULT
                   END-IF
               WHEN OP-SCRUB OF STRESS-SVC-REQ
                   PERFORM SCRUB-STRESS-RESULTS
               WHEN OTHER
                   MOVE 422 TO STATUS-CODE-N OF STRESS-SVC-RES
                   MOVE 'Invalid operation code'
                       TO STATUS-MSG OF STRESS-SVC-RES
           END-EVALUATE

           GOBACK
           .

      * VERIFY-IMPLEMENTER-CALLER: The requesting USER-ID must
      * resolve to an active operator designated as stress check
      * implementer. The role does not enter into it - an admin
      * without the designation is refused with 403 like anyone
      * else.
       VERIFY-IMPLEMENTER-CALLER.
           SET CALLER-NOT-IMPLEMENTER TO TRUE

           INITIALIZE USER-SVC-REQ
           INITIALIZE USER-SVC-RES
           SET OP-FIND OF USER-SVC-REQ TO TRUE
           MOVE USER-ID OF STRESS-SVC-REQ TO USER-ID OF USER-SVC-REQ
           MOVE CORR-ID OF STRESS-SVC-REQ TO CORR-ID OF USER-SVC-REQ
           MOVE USER-ID OF STRESS-SVC-REQ(1:8)
               TO Q-OPERATOR-ID OF USER-SVC-REQ

           CALL 'USER-SVC' USING USER-SVC-REQ USER-SVC-RES

           IF OK OF USER-SVC-RES
                   AND STRESS-IMPLEMENTER OF OUT-OPERATOR
                       OF USER-SVC-RES
                   AND OPERATOR-ACTIVE OF OUT-OPERATOR OF USER-SVC-RES
               SET CALLER-IS-IMPLEMENTER TO TRUE
           ELSE
               MOVE 403 TO STATUS-CODE-N OF STRESS-SVC-RES
               MOVE 'Designated stress check implementer required'
                   TO STATUS-MSG OF STRESS-SVC-RES
           END-IF
           .

       PUT-PARTICIPATION.
      *    Pre: IN-STRESS populated with EMP-ID, CYCLE-FY and the
      *         participation fields
      *    Post: Record written (or replaced) keeping the result-
      *          entered flag as stored; OUT-STRESS echoes it

           PERFORM VALIDATE-PARTICIPATION
           IF VALIDATION-FAILED
               MOVE 422 TO STATUS-CODE-N OF STRESS-SVC-RES
               STRING 'SVC=' WS-PROGRAM-NAME
                      ' OP=PUT CODE=422 '
                      'CAUSE=' WS-ERROR-MSG
                      ' CORR=' CORR-ID OF STRESS-SVC-REQ
                   DELIMITED BY SIZE
                   INTO STATUS-MSG OF STRESS-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE EMP-ID OF IN-STRESS OF STRESS-SVC-REQ
               TO Q-EMP-ID OF STRESS-SVC-REQ
           MOVE CYCLE-FY OF IN-STRESS OF STRESS-SVC-REQ
               TO Q-FISCAL-YEAR OF STRESS-SVC-REQ
           PERFORM READ-STRESS-FOR-UPDATE
           IF NOT OK OF STRESS-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE INVITED-DATE OF IN-STRESS OF STRESS-SVC-REQ
               TO INVITED-DATE OF WS-TEMP-STRESS
           MOVE COMPLETED-DATE OF IN-STRESS OF STRESS-SVC-REQ
               TO COMPLETED-DATE OF WS-TEMP-STRESS
           MOVE INTERVIEW-REQ-FLAG OF IN-STRESS OF STRESS-SVC-REQ
               TO INTERVIEW-REQ-FLAG OF WS-TEMP-STRESS
           MOVE INTERVIEW-DATE OF IN-STRESS OF STRESS-SVC-REQ
               TO INTERVIEW-DATE OF WS-TEMP-STRESS

           PERFORM STORE-PARTICIPATION
           CLOSE STRESS-FILE
           IF NOT OK OF STRESS-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE 'Stress check participation recorded'
               TO STATUS-MSG OF STRESS-SVC-RES
           .

      * VALIDATE-PARTICIPATION: EMP-ID and cycle are required; every
      * date given must be a plausible YYYYMMDD, completion cannot
      * precede the invitation, an interview needs a request, and
      * the request flag is Y or N (blank read as N).
       VALIDATE-PARTICIPATION.
           SET VALIDATION-OK TO TRUE

           IF EMP-ID OF IN-STRESS OF STRESS-SVC-REQ = 0
               SET VALIDATION-FAILED TO TRUE
               MOVE 'Missing EMP-ID' TO WS-ERROR-MSG
               EXIT PARAGRAPH
           END-IF

           IF CYCLE-FY OF IN-STRESS OF STRESS-SVC-REQ < 1900
               SET VALIDATION-FAILED TO TRUE
               MOVE 'Missing or invalid CYCLE-FY' TO WS-ERROR-MSG
               EXIT PARAGRAPH
           END-IF

           MOVE INVITED-DATE OF IN-STRESS OF STRESS-SVC-REQ
               TO WS-CHECK-DATE
           PERFORM VALIDATE-ONE-DATE
           MOVE COMPLETED-DATE OF IN-STRESS OF STRESS-SVC-REQ
               TO WS-CHECK-DATE
           PERFORM VALIDATE-ONE-DATE
           MOVE INTERVIEW-DATE OF IN-STRESS OF STRESS-SVC-REQ
               TO WS-CHECK-DATE
           PERFORM VALIDATE-ONE-DATE
           IF VALIDATION-FAILED
               EXIT PARAGRAPH
           END-IF

           IF COMPLETED-DATE OF IN-STRESS OF STRESS-SVC-REQ > 0
                   AND COMPLETED-DATE OF IN-STRESS OF STRESS-SVC-REQ
                       < INVITED-DATE OF IN-STRESS OF STRESS-SVC-REQ
               SET VALIDATION-FAILED TO TRUE
               MOVE 'COMPLETED-DATE precedes INVITED-DATE'
                   TO WS-ERROR-MSG
               EXIT PARAGRAPH
           END-IF

           IF INTERVIEW-REQ-FLAG OF IN-STRESS OF STRESS-SVC-REQ
                   = SPACE
               MOVE 'N'
                   TO INTERVIEW-REQ-FLAG OF IN-STRESS OF STRESS-SVC-REQ
           END-IF
           IF NOT INTERVIEW-REQUESTED OF IN-STRESS OF STRESS-SVC-REQ
                   AND NOT NO-INTERVIEW-REQUEST
                       OF IN-STRESS OF STRESS-SVC-REQ
               SET VALIDATION-FAILED TO TRUE
               MOVE 'INTERVIEW-REQ-FLAG must be Y or N'
                   TO WS-ERROR-MSG
               EXIT PARAGRAPH
           END-IF

           IF INTERVIEW-DATE OF IN-STRESS OF STRESS-SVC-REQ > 0
                   AND NO-INTERVIEW-REQUEST
                       OF IN-STRESS OF STRESS-SVC-REQ
               SET VALIDATION-FAILED TO TRUE
               MOVE 'INTERVIEW-DATE given without a request'
                   TO WS-ERROR-MSG
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

       FIND-PARTICIPATION.
      *    Pre: Q-EMP-ID and Q-FISCAL-YEAR populated
      *    Post: OUT-STRESS carries the cycle's participation record

           IF Q-EMP-ID OF STRESS-SVC-REQ = 0
                   OR Q-FISCAL-YEAR OF STRESS-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF STRESS-SVC-RES
               MOVE 'Q-EMP-ID and Q-FISCAL-YEAR are required'
                   TO STATUS-MSG OF STRESS-SVC-RES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT STRESS-FILE
           IF FILE-NOT-FOUND
               MOVE 404 TO STATUS-CODE-N OF STRESS-SVC-RES
               MOVE 'No stress check records on file'
                   TO STATUS-MSG OF STRESS-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF STRESS-SVC-RES
               MOVE 'Cannot open stress check file'
                   TO STATUS-MSG OF STRESS-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-EMP-ID OF STRESS-SVC-REQ TO WS-EMP-ID-STR
           MOVE WS-EMP-ID-STR TO STC-REC-KEY1
           MOVE Q-FISCAL-YEAR OF STRESS-SVC-REQ TO WS-FY-STR
           MOVE WS-FY-STR TO STC-REC-KEY2
           READ STRESS-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF STRESS-SVC-RES
                   MOVE 'Stress check record not found'
                       TO STATUS-MSG OF STRESS-SVC-RES
               NOT INVALID KEY
                   MOVE STRESS-RECORD TO WS-TEMP-STRESS
                   MOVE WS-TEMP-STRESS TO OUT-STRESS OF STRESS-SVC-RES
                   MOVE 0 TO STATUS-CODE-N OF STRESS-SVC-RES
                   MOVE 'Stress check record found'
                       TO STATUS-MSG OF STRESS-SVC-RES
           END-READ

           CLOSE STRESS-FILE
           .

       SET-STRESS-RESULT.
      *    Pre: IN-STRESS-RESULT populated with EMP-ID, CYCLE-FY and
      *         the three area scores
      *    Post: Result written (or replaced) in the restricted file
      *          with the high-stress determination derived; the
      *          participation record marked result-entered (and
      *          completed today when no completion was recorded).
      *          Audited without the result.

           IF EMP-ID OF IN-STRESS-RESULT OF STRESS-SVC-REQ = 0
                   OR CYCLE-FY OF IN-STRESS-RESULT OF STRESS-SVC-REQ
                       < 1900
               MOVE 422 TO STATUS-CODE-N OF STRESS-SVC-RES
               MOVE 'EMP-ID and CYCLE-FY are required'
                   TO STATUS-MSG OF STRESS-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF SCORE-A OF IN-STRESS-RESULT OF STRESS-SVC-REQ
                   < SCORE-A-MIN
                   OR SCORE-A OF IN-STRESS-RESULT OF STRESS-SVC-REQ
                       > SCORE-A-MAX
               MOVE 422 TO STATUS-CODE-N OF STRESS-SVC-RES
               MOVE 'SCORE-A must be 17 through 68'
                   TO STATUS-MSG OF STRESS-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF SCORE-B OF IN-STRESS-RESULT OF STRESS-SVC-REQ
                   < SCORE-B-MIN
                   OR SCORE-B OF IN-STRESS-RESULT OF STRESS-SVC-REQ
                       > SCORE-B-MAX
               MOVE 422 TO STATUS-CODE-N OF STRESS-SVC-RES
               MOVE 'SCORE-B must be 29 through 116'
                   TO STATUS-MSG OF STRESS-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF SCORE-C OF IN-STRESS-RESULT OF STRESS-SVC-REQ
                   < SCORE-C-MIN
                   OR SCORE-C OF IN-STRESS-RESULT OF STRESS-SVC-REQ
                       > SCORE-C-MAX
               MOVE 422 TO STATUS-CODE-N OF STRESS-SVC-RES
               MOVE 'SCORE-C must be 9 through 36'
                   TO STATUS-MSG OF STRESS-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-RESULT-FILE-IO
           IF NOT OK OF STRESS-SVC-RES
               EXIT PARAGRAPH
           END-IF

           SET RESULT-NEW TO TRUE
           MOVE EMP-ID OF IN-STRESS-RESULT OF STRESS-SVC-REQ
               TO WS-EMP-ID-STR
           MOVE WS-EMP-ID-STR TO STR-REC-KEY1
           MOVE CYCLE-FY OF IN-STRESS-RESULT OF STRESS-SVC-REQ
               TO WS-FY-STR
           MOVE WS-FY-STR TO STR-REC-KEY2
           READ RESULT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RESULT-EXISTS TO TRUE
                   MOVE RESULT-RECORD TO WS-TEMP-RESULT
           END-READ

           IF RESULT-EXISTS
               MOVE CREATED-BY OF WS-TEMP-RESULT
                   TO CREATED-BY OF IN-STRESS-RESULT OF STRESS-SVC-REQ
               MOVE CREATED-AT OF WS-TEMP-RESULT
                   TO CREATED-AT OF IN-STRESS-RESULT OF STRESS-SVC-REQ
               COMPUTE REC-VERSION OF IN-STRESS-RESULT
                       OF STRESS-SVC-REQ =
                   REC-VERSION OF WS-TEMP-RESULT + 1
               MOVE USER-ID OF STRESS-SVC-REQ(1:8)
                   TO MODIFIED-BY OF IN-STRESS-RESULT
                       OF STRESS-SVC-REQ
               MOVE WS-CURRENT-TIMESTAMP
                   TO MODIFIED-AT OF IN-STRESS-RESULT
                       OF STRESS-SVC-REQ
           ELSE
               MOVE 1 TO REC-VERSION OF IN-STRESS-RESULT
                   OF STRESS-SVC-REQ
               MOVE USER-ID OF STRESS-SVC-REQ(1:8)
                   TO CREATED-BY OF IN-STRESS-RESULT OF STRESS-SVC-REQ
               MOVE WS-CURRENT-TIMESTAMP
                   TO CREATED-AT OF IN-STRESS-RESULT OF STRESS-SVC-REQ
               MOVE SPACES TO MODIFIED-BY OF IN-STRESS-RESULT
                   OF STRESS-SVC-REQ
               MOVE 0 TO MODIFIED-AT OF IN-STRESS-RESULT
                   OF STRESS-SVC-REQ
           END-IF
           MOVE IN-STRESS-RESULT OF STRESS-SVC-REQ TO WS-TEMP-RESULT
           MOVE 1 TO RECORD-VERSION OF WS-TEMP-RESULT
           SET STRESS-RESULT-HELD OF WS-TEMP-RESULT TO TRUE
           IF RESULT-DATE OF WS-TEMP-RESULT = 0
               MOVE WS-TODAY TO RESULT-DATE OF WS-TEMP-RESULT
           END-IF
           PERFORM DERIVE-HIGH-STRESS

           MOVE WS-TEMP-RESULT TO RESULT-RECORD
           IF RESULT-EXISTS
               REWRITE RESULT-RECORD
           ELSE
               WRITE RESULT-RECORD
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF STRESS-SVC-RES
               MOVE 'Failed to write stress check result'
                   TO STATUS-MSG OF STRESS-SVC-RES
               CLOSE RESULT-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE RESULT-FILE

      *    The audit image deliberately leaves the result out - the
      *    trail proves who recorded it and when, not what it says
           INITIALIZE WS-AUDIT-REC
           MOVE 'PII-SET' TO ACTION OF WS-AUDIT-REC
           MOVE 'STR' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE EMP-ID OF WS-TEMP-RESULT TO ENTITY-ID OF WS-AUDIT-REC
           MOVE USER-ID OF STRESS-SVC-REQ TO USER-ID OF WS-AUDIT-REC
           MOVE CORR-ID OF STRESS-SVC-REQ TO CORR-ID OF WS-AUDIT-REC
           STRING 'CYCLE-FY=' CYCLE-FY OF WS-TEMP-RESULT
                  ' RESULT=************'
               DELIMITED BY SIZE INTO AFTER-VALUE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC

      *    Mark the participation record - a result means the
      *    questionnaire came back
           MOVE EMP-ID OF WS-TEMP-RESULT TO Q-EMP-ID OF STRESS-SVC-REQ
           MOVE CYCLE-FY OF WS-TEMP-RESULT
               TO Q-FISCAL-YEAR OF STRESS-SVC-REQ
           PERFORM READ-STRESS-FOR-UPDATE
           IF NOT OK OF STRESS-SVC-RES
               EXIT PARAGRAPH
           END-IF
           SET STRESS-RESULT-ENTERED OF WS-TEMP-STRESS TO TRUE
           IF COMPLETED-DATE OF WS-TEMP-STRESS = 0
               MOVE RESULT-DATE OF WS-TEMP-RESULT
                   TO COMPLETED-DATE OF WS-TEMP-STRESS
           END-IF
           PERFORM STORE-PARTICIPATION
           CLOSE STRESS-FILE
           IF NOT OK OF STRESS-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TEMP-RESULT TO OUT-STRESS-RESULT OF STRESS-SVC-RES
           MOVE 'Stress check result recorded'
               TO STATUS-MSG OF STRESS-SVC-RES
           .

      * DERIVE-HIGH-STRESS: The sum-score method - high stress when
      * stress reactions alone reach their line, or job stressors
      * plus support reach theirs with stress reactions at the
      * lower line.
       DERIVE-HIGH-STRESS.
           COMPUTE WS-AC-SUM = SCORE-A OF WS-TEMP-RESULT
               + SCORE-C OF WS-TEMP-RESULT
           IF SCORE-B OF WS-TEMP-RESULT >= HIGH-STRESS-B-LINE
               SET HIGH-STRESS OF WS-TEMP-RESULT TO TRUE
           ELSE
               IF WS-AC-SUM >= HIGH-STRESS-AC-LINE
                       AND SCORE-B OF WS-TEMP-RESULT
                           >= HIGH-STRESS-B-WITH-AC
                   SET HIGH-STRESS OF WS-TEMP-RESULT TO TRUE
               ELSE
                   SET NOT-HIGH-STRESS OF WS-TEMP-RESULT TO TRUE
               END-IF
           END-IF
           .

       GET-STRESS-RESULT.
      *    Pre: Q-EMP-ID, Q-FISCAL-YEAR and Q-PURPOSE populated
      *    Post: OUT-STRESS-RESULT carries the result; the retrieval
      *          itself audited with the purpose of access

           IF Q-EMP-ID OF STRESS-SVC-REQ = 0
                   OR Q-FISCAL-YEAR OF STRESS-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF STRESS-SVC-RES
               MOVE 'Q-EMP-ID and Q-FISCAL-YEAR are required'
                   TO STATUS-MSG OF STRESS-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF Q-PURPOSE OF STRESS-SVC-REQ = SPACES
               MOVE 422 TO STATUS-CODE-N OF STRESS-SVC-RES
               MOVE 'Q-PURPOSE is required - access is audited'
                   TO STATUS-MSG OF STRESS-SVC-RES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT RESULT-FILE
           IF FILE-NOT-FOUND
               MOVE 404 TO STATUS-CODE-N OF STRESS-SVC-RES
               MOVE 'No stress check results on file'
                   TO STATUS-MSG OF STRESS-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF STRESS-SVC-RES
               MOVE 'Cannot open stress check result file'
                   TO STATUS-MSG OF STRESS-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-EMP-ID OF STRESS-SVC-REQ TO WS-EMP-ID-STR
           MOVE WS-EMP-ID-STR TO STR-REC-KEY1
           MOVE Q-FISCAL-YEAR OF STRESS-SVC-REQ TO WS-FY-STR
           MOVE WS-FY-STR TO STR-REC-KEY2
           READ RESULT-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF STRESS-SVC-RES
                   MOVE 'No result on file for the employee and cycle'
                       TO STATUS-MSG OF STRESS-SVC-RES
               NOT INVALID KEY
                   MOVE RESULT-RECORD TO WS-TEMP-RESULT
                   MOVE WS-TEMP-RESULT
                       TO OUT-STRESS-RESULT OF STRESS-SVC-RES
                   MOVE 0 TO STATUS-CODE-N OF STRESS-SVC-RES
                   MOVE 'Stress check result answered'
                       TO STATUS-MSG OF STRESS-SVC-RES
           END-READ

           CLOSE RESULT-FILE

           IF OK OF STRESS-SVC-RES
      *        The retrieval itself goes on the trail, with why
               INITIALIZE WS-AUDIT-REC
               MOVE 'PII-ACCESS' TO ACTION OF WS-AUDIT-REC
               MOVE 'STR' TO ENTITY-TYPE OF WS-AUDIT-REC
               MOVE Q-EMP-ID OF STRESS-SVC-REQ
                   TO ENTITY-ID OF WS-AUDIT-REC
               MOVE USER-ID OF STRESS-SVC-REQ
                   TO USER-ID OF WS-AUDIT-REC
               MOVE CORR-ID OF STRESS-SVC-REQ
                   TO CORR-ID OF WS-AUDIT-REC
               MOVE Q-PURPOSE OF STRESS-SVC-REQ
                   TO AFTER-VALUE OF WS-AUDIT-REC
               CALL 'AUDIT-LOG' USING WS-AUDIT-REC
           END-IF
           .

       SCRUB-STRESS-RESULTS.
      *    Pre: Q-EMP-ID populated
      *    Post: Every result the employee has zeroed and set
      *          scrubbed; an employee with none answers OK so
      *          PURGEPII's sweep is idempotent

           IF Q-EMP-ID OF STRESS-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF STRESS-SVC-RES
               MOVE 'Q-EMP-ID is required'
                   TO STATUS-MSG OF STRESS-SVC-RES
               EXIT PARAGRAPH
           END-IF

           OPEN I-O RESULT-FILE
           IF FILE-NOT-FOUND
               MOVE 0 TO STATUS-CODE-N OF STRESS-SVC-RES
               MOVE 'No stress check result file - nothing to scrub'
                   TO STATUS-MSG OF STRESS-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF STRESS-SVC-RES
               MOVE 'Cannot open stress check result file'
                   TO STATUS-MSG OF STRESS-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SCRUBBED-COUNT
           MOVE Q-EMP-ID OF STRESS-SVC-REQ TO WS-EMP-ID-STR
           MOVE WS-EMP-ID-STR TO STR-REC-KEY1
           MOVE LOW-VALUES TO STR-REC-KEY2
           SET SCAN-NOT-DONE TO TRUE
           START RESULT-FILE KEY IS NOT LESS THAN STR-REC-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START

           PERFORM UNTIL SCAN-DONE
               READ RESULT-FILE NEXT RECORD
                   AT END
                       SET SCAN-DONE TO TRUE
                   NOT AT END
                       IF STR-REC-KEY1 NOT = WS-EMP-ID-STR
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
               MOVE 'STR' TO ENTITY-TYPE OF WS-AUDIT-REC
               MOVE Q-EMP-ID OF STRESS-SVC-REQ
                   TO ENTITY-ID OF WS-AUDIT-REC
               MOVE USER-ID OF STRESS-SVC-REQ
                   TO USER-ID OF WS-AUDIT-REC
               CALL 'AUDIT-LOG' USING WS-AUDIT-REC
           END-IF

           MOVE 0 TO STATUS-CODE-N OF STRESS-SVC-RES
           MOVE 'Stress check results scrubbed'
               TO STATUS-MSG OF STRESS-SVC-RES
           .

       SCRUB-ONE-RESULT.
           MOVE RESULT-RECORD TO WS-TEMP-RESULT
           IF STRESS-RESULT-SCRUBBED OF WS-TEMP-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO SCORE-A OF WS-TEMP-RESULT
           MOVE 0 TO SCORE-B OF WS-TEMP-RESULT
           MOVE 0 TO SCORE-C OF WS-TEMP-RESULT
           MOVE SPACE TO HIGH-STRESS-FLAG OF WS-TEMP-RESULT
           SET STRESS-RESULT-SCRUBBED OF WS-TEMP-RESULT TO TRUE
           ADD 1 TO REC-VERSION OF WS-TEMP-RESULT
           MOVE USER-ID OF STRESS-SVC-REQ(1:8)
               TO MODIFIED-BY OF WS-TEMP-RESULT
           MOVE WS-CURRENT-TIMESTAMP TO MODIFIED-AT OF WS-TEMP-RESULT
           MOVE WS-TEMP-RESULT TO RESULT-RECORD
           REWRITE RESULT-RECORD
           IF FILE-OK
               ADD 1 TO WS-SCRUBBED-COUNT
           END-IF
           .

      * READ-STRESS-FOR-UPDATE: Opens STRESS-FILE I-O and reads the
      * Q-EMP-ID / Q-FISCAL-YEAR record into WS-TEMP-STRESS, or
      * starts a fresh one; the file is left open for
      * STORE-PARTICIPATION.
       READ-STRESS-FOR-UPDATE.
           PERFORM OPEN-STRESS-FILE-IO
           IF NOT OK OF STRESS-SVC-RES
               EXIT PARAGRAPH
           END-IF

           SET STRESS-NEW TO TRUE
           MOVE Q-EMP-ID OF STRESS-SVC-REQ TO WS-EMP-ID-STR
           MOVE WS-EMP-ID-STR TO STC-REC-KEY1
           MOVE Q-FISCAL-YEAR OF STRESS-SVC-REQ TO WS-FY-STR
           MOVE WS-FY-STR TO STC-REC-KEY2
           READ STRESS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET STRESS-EXISTS TO TRUE
           END-READ

           IF STRESS-EXISTS
               MOVE STRESS-RECORD TO WS-TEMP-STRESS
               MOVE WS-TEMP-STRESS TO WS-PRIOR-STRESS
           ELSE
               INITIALIZE WS-TEMP-STRESS
               MOVE Q-EMP-ID OF STRESS-SVC-REQ
                   TO EMP-ID OF WS-TEMP-STRESS
               MOVE Q-FISCAL-YEAR OF STRESS-SVC-REQ
                   TO CYCLE-FY OF WS-TEMP-STRESS
               SET NO-INTERVIEW-REQUEST OF WS-TEMP-STRESS TO TRUE
               SET STRESS-RESULT-PENDING OF WS-TEMP-STRESS TO TRUE
           END-IF
           .

      * STORE-PARTICIPATION: Writes WS-TEMP-STRESS over whatever
      * READ-STRESS-FOR-UPDATE found, keeping the original created
      * stamps, and audits the change. The caller closes the file.
       STORE-PARTICIPATION.
           MOVE 1 TO RECORD-VERSION OF WS-TEMP-STRESS
           IF STRESS-EXISTS
               COMPUTE REC-VERSION OF WS-TEMP-STRESS =
                   REC-VERSION OF WS-PRIOR-STRESS + 1
               MOVE CREATED-BY OF WS-PRIOR-STRESS
                   TO CREATED-BY OF WS-TEMP-STRESS
               MOVE CREATED-AT OF WS-PRIOR-STRESS
                   TO CREATED-AT OF WS-TEMP-STRESS
               MOVE USER-ID OF STRESS-SVC-REQ(1:8)
                   TO MODIFIED-BY OF WS-TEMP-STRESS
               MOVE WS-CURRENT-TIMESTAMP
                   TO MODIFIED-AT OF WS-TEMP-STRESS
           ELSE
               MOVE 1 TO REC-VERSION OF WS-TEMP-STRESS
               MOVE USER-ID OF STRESS-SVC-REQ(1:8)
                   TO CREATED-BY OF WS-TEMP-STRESS
               MOVE WS-CURRENT-TIMESTAMP
                   TO CREATED-AT OF WS-TEMP-STRESS
               MOVE SPACES TO MODIFIED-BY OF WS-TEMP-STRESS
               MOVE 0 TO MODIFIED-AT OF WS-TEMP-STRESS
           END-IF

           MOVE WS-TEMP-STRESS TO STRESS-RECORD
           IF STRESS-EXISTS
               REWRITE STRESS-RECORD
           ELSE
               WRITE STRESS-RECORD
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF STRESS-SVC-RES
               MOVE 'Failed to write stress check record'
                   TO STATUS-MSG OF STRESS-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO STATUS-CODE-N OF STRESS-SVC-RES
           MOVE WS-TEMP-STRESS TO OUT-STRESS OF STRESS-SVC-RES

      *    Audit log
           INITIALIZE WS-AUDIT-REC
           IF STRESS-EXISTS
               MOVE 'UPDATE' TO ACTION OF WS-AUDIT-REC
               MOVE WS-PRIOR-STRESS TO BEFORE-VALUE OF WS-AUDIT-REC
           ELSE
               MOVE 'CREATE' TO ACTION OF WS-AUDIT-REC
           END-IF
           MOVE 'STC' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE EMP-ID OF WS-TEMP-STRESS TO ENTITY-ID OF WS-AUDIT-REC
           MOVE USER-ID OF STRESS-SVC-REQ TO USER-ID OF WS-AUDIT-REC
           MOVE CORR-ID OF STRESS-SVC-REQ TO CORR-ID OF WS-AUDIT-REC
           MOVE WS-TEMP-STRESS TO AFTER-VALUE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC
           .

       OPEN-STRESS-FILE-IO.
      *    Pre: None
      *    Post: STRESS-FILE open I-O (created first if it didn't
      *          exist), STATUS-CODE-N set

           OPEN I-O STRESS-FILE

           IF FILE-NOT-FOUND
      *        Create new file
               OPEN OUTPUT STRESS-FILE
               CLOSE STRESS-FILE
               OPEN I-O STRESS-FILE
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF STRESS-SVC-RES
               MOVE 'Cannot open stress check file'
                   TO STATUS-MSG OF STRESS-SVC-RES
           ELSE
               MOVE 0 TO STATUS-CODE-N OF STRESS-SVC-RES
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
               MOVE 500 TO STATUS-CODE-N OF STRESS-SVC-RES
               MOVE 'Cannot open stress check result file'
                   TO STATUS-MSG OF STRESS-SVC-RES
           ELSE
               MOVE 0 TO STATUS-CODE-N OF STRESS-SVC-RES
           END-IF
           .

       END PROGRAM STRESS-SVC.
