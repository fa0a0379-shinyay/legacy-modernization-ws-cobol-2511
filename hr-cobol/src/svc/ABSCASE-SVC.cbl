       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSCASE-SVC.
      ******************************************************************
      * ABSCASE-SVC - Sickness / Work-Injury Absence Case Service
      * Purpose: Keeps the absence case behind a long spell off sick
      *          or injured - private illness claimed from health
      *          insurance (shobyo teate), or a work injury claimed
      *          from workers' accident compensation (rosai). A case
      *          records the onset, the three-day waiting period, the
      *          spells off work and the claim periods submitted.
      *          Opening a case puts the employee on leave through
      *          EMP-SVC; closing it brings them back. ABSCERT builds
      *          the wage certificate for each claim period and
      *          stamps it certified here.
      * Operations: OPEN, FIND, ADD-SPELL, ADD-CLAIM, CERTIFY, CLOSE,
      *             LIST
      * Pre: Valid request with OP-CODE, USER-ID, CORR-ID
      * Post: Response with STATUS-CODE-N and STATUS-MSG
      * Note: ABSCASE-FILE is owned by this service directly, the way
      *       CLSCHK-SVC owns closechk.dat - keyed on EMP-ID +
      *       CASE-SEQ, so an employee's cases read together, oldest
      *       first.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABSCASE-FILE ASSIGN TO 'hr-cobol/data/abscase.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ABS-REC-KEY
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ABS-REC-KEY is EMP-ID + CASE-SEQ (positions 12-22 of the
      * 700-byte record).
       FD  ABSCASE-FILE.
       01  ABSCASE-RECORD.
           05  FILLER               PIC X(11).
           05  ABS-REC-KEY          PIC X(11).
           05  FILLER               PIC X(678).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'ABSCASE'.
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

      * Working storage for DATE-UTIL calls
       01  WS-DATE-OPERATION       PIC X(2).
       01  WS-DATE-UTIL-D1         PIC 9(8).
       01  WS-DATE-UTIL-D2         PIC 9(8).
       01  WS-DATE-UTIL-RESULT     PIC S9(9).
       01  WS-DATE-UTIL-STATUS     PIC 9.

      * Working storage for EMP-SVC calls - the leave of absence the
      * case opens and closes
           COPY emp-req.
           COPY emp-res.

       01  WS-TEMP-ABSCASE.
           COPY abscase REPLACING ==05== BY ==10==.
       01  WS-BEFORE-ABSCASE.
           COPY abscase REPLACING ==05== BY ==10==.

       01  WS-KEY-BUILD.
           05  WS-KEY-EMP-ID       PIC 9(9).
           05  WS-KEY-CASE-SEQ     PIC 9(2).

      * An employee's cases, as SCAN-EMPLOYEE-CASES found them
       01  WS-HIGH-SEQ             PIC 9(2).
       01  WS-OPEN-CASE-SW         PIC X.
           88  EMP-HAS-OPEN-CASE       VALUE 'Y'.
           88  EMP-HAS-NO-OPEN-CASE    VALUE 'N'.
       01  WS-SCAN-SW              PIC X.
           88  SCAN-MORE               VALUE 'Y'.
           88  SCAN-DONE               VALUE 'N'.

       01  WS-FOUND-SW             PIC X.
           88  CASE-FOUND              VALUE 'Y'.
           88  CASE-NOT-FOUND          VALUE 'N'.

       01  WS-IDX                  PIC 9(2).
       01  WS-SPELL-WAIT-TO        PIC 9(8).
       01  WS-AUDIT-ACTION         PIC X(12).

       LINKAGE SECTION.
           COPY abs-req.
           COPY abs-res.

       PROCEDURE DIVISION USING ABSCASE-SVC-REQ ABSCASE-SVC-RES.

       MAIN-PROCESS.
      *    Initialize response
           INITIALIZE ABSCASE-SVC-RES
           MOVE CORR-ID OF ABSCASE-SVC-REQ TO CORR-ID OF ABSCASE-SVC-RES

      *    Get current date and timestamp
           ACCEPT WS-DATE-1 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-DATE-1 WS-CURRENT-TIME
               DELIMITED BY SIZE
               INTO WS-CURRENT-TIMESTAMP

      *    Route to operation
           EVALUATE TRUE
               WHEN OP-OPEN OF ABSCASE-SVC-REQ
                   PERFORM OPEN-CASE
               WHEN OP-FIND OF ABSCASE-SVC-REQ
                   PERFORM FIND-CASE
               WHEN OP-ADD-SPELL OF ABSCASE-SVC-REQ
                   PERFORM ADD-SPELL
               WHEN OP-ADD-CLAIM OF ABSCASE-SVC-REQ
                   PERFORM ADD-CLAIM
               WHEN OP-CERTIFY OF ABSCASE-SVC-REQ
                   PERFORM CERTIFY-CLAIM
               WHEN OP-CLOSE OF ABSCASE-SVC-REQ
                   PERFORM CLOSE-CASE
               WHEN OP-LIST OF ABSCASE-SVC-REQ
                   PERFORM LIST-CASES
               WHEN OTHER
                   MOVE 422 TO STATUS-CODE-N OF ABSCASE-SVC-RES
                   MOVE 'Invalid operation code'
                       TO STATUS-MSG OF ABSCASE-SVC-RES
           END-EVALUATE

           GOBACK
           .

       OPEN-CASE.
      *    Pre: Q-EMP-ID; IN-ABSCASE carries CASE-TYPE, ONSET-DATE
      *         and CASE-NOTE; Q-FROM-DATE..Q-TO-DATE the first
      *         spell off work
      *    Post: Case written open with the next CASE-SEQ, the
      *          waiting period set from the first spell, and the
      *          employee on leave until the day after Q-TO-DATE;
      *          409 when the employee already has an open case

           MOVE IN-ABSCASE OF ABSCASE-SVC-REQ TO WS-TEMP-ABSCASE

           IF Q-EMP-ID OF ABSCASE-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF ABSCASE-SVC-RES
               MOVE 'Employee ID is required'
                   TO STATUS-MSG OF ABSCASE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF NOT CASE-TYPE-VALID OF WS-TEMP-ABSCASE
               MOVE 422 TO STATUS-CODE-N OF ABSCASE-SVC-RES
               MOVE 'Case type must be S (illness) or I (work injury)'
                   TO STATUS-MSG OF ABSCASE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE ONSET-DATE OF WS-TEMP-ABSCASE TO WS-DATE-UTIL-D1
           PERFORM VALIDATE-DATE
           IF NOT OK OF ABSCASE-SVC-RES
               MOVE 'Onset date is not a valid YYYYMMDD date'
                   TO STATUS-MSG OF ABSCASE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM VALIDATE-FROM-TO
           IF NOT OK OF ABSCASE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF Q-FROM-DATE OF ABSCASE-SVC-REQ
                   < ONSET-DATE OF WS-TEMP-ABSCASE
               MOVE 422 TO STATUS-CODE-N OF ABSCASE-SVC-RES
               MOVE 'Absence cannot start before the onset date'
                   TO STATUS-MSG OF ABSCASE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-ABSCASE-FILE-IO
           IF NOT OK OF ABSCASE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM SCAN-EMPLOYEE-CASES
           IF EMP-HAS-OPEN-CASE
               MOVE 409 TO STATUS-CODE-N OF ABSCASE-SVC-RES
               MOVE 'Employee already has an open absence case'
                   TO STATUS-MSG OF ABSCASE-SVC-RES
               CLOSE ABSCASE-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-HIGH-SEQ >= 99
               MOVE 422 TO STATUS-CODE-N OF ABSCASE-SVC-RES
               MOVE 'Employee has no case numbers left'
                   TO STATUS-MSG OF ABSCASE-SVC-RES
               CLOSE ABSCASE-FILE
               EXIT PARAGRAPH
           END-IF

      *    The employee goes on leave with the case - already on
      *    leave is accepted as it stands
           PERFORM START-EMPLOYEE-LEAVE
           IF NOT OK OF ABSCASE-SVC-RES
               CLOSE ABSCASE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO RECORD-VERSION OF WS-TEMP-ABSCASE
           MOVE 1 TO REC-VERSION OF WS-TEMP-ABSCASE
           MOVE Q-EMP-ID OF ABSCASE-SVC-REQ TO EMP-ID OF WS-TEMP-ABSCASE
           ADD 1 TO WS-HIGH-SEQ GIVING CASE-SEQ OF WS-TEMP-ABSCASE
           SET CASE-OPEN OF WS-TEMP-ABSCASE TO TRUE
           MOVE 0 TO RETURN-DATE OF WS-TEMP-ABSCASE
           MOVE 1 TO SPELL-COUNT OF WS-TEMP-ABSCASE
           MOVE Q-FROM-DATE OF ABSCASE-SVC-REQ
               TO SPELL-FROM OF WS-TEMP-ABSCASE(1)
           MOVE Q-TO-DATE OF ABSCASE-SVC-REQ
               TO SPELL-TO OF WS-TEMP-ABSCASE(1)
           MOVE 0 TO CLAIM-COUNT OF WS-TEMP-ABSCASE
           MOVE 0 TO WAIT-FROM OF WS-TEMP-ABSCASE
           MOVE 0 TO WAIT-TO OF WS-TEMP-ABSCASE
           SET WAIT-NOT-MET OF WS-TEMP-ABSCASE TO TRUE
           MOVE 1 TO WS-IDX
           PERFORM CHECK-WAITING-PERIOD
      *    A first spell too short to complete the waiting period
      *    still marks where it began
           IF WAIT-NOT-MET OF WS-TEMP-ABSCASE
               MOVE Q-FROM-DATE OF ABSCASE-SVC-REQ
                   TO WAIT-FROM OF WS-TEMP-ABSCASE
               MOVE WS-SPELL-WAIT-TO TO WAIT-TO OF WS-TEMP-ABSCASE
           END-IF
           MOVE USER-ID OF ABSCASE-SVC-REQ(1:8)
               TO CREATED-BY OF WS-TEMP-ABSCASE
           MOVE WS-CURRENT-TIMESTAMP TO CREATED-AT OF WS-TEMP-ABSCASE
           MOVE USER-ID OF ABSCASE-SVC-REQ(1:8)
               TO MODIFIED-BY OF WS-TEMP-ABSCASE
           MOVE WS-CURRENT-TIMESTAMP TO MODIFIED-AT OF WS-TEMP-ABSCASE

           MOVE WS-TEMP-ABSCASE TO ABSCASE-RECORD
           WRITE ABSCASE-RECORD

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF ABSCASE-SVC-RES
               MOVE 'Failed to write absence case'
                   TO STATUS-MSG OF ABSCASE-SVC-RES
               CLOSE ABSCASE-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE ABSCASE-FILE

           MOVE SPACES TO WS-BEFORE-ABSCASE
           MOVE 'ABS-OPEN' TO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT

           MOVE WS-TEMP-ABSCASE TO OUT-ABSCASE OF ABSCASE-SVC-RES
           MOVE 0 TO STATUS-CODE-N OF ABSCASE-SVC-RES
           MOVE 'Absence case opened - employee on leave'
               TO STATUS-MSG OF ABSCASE-SVC-RES
           .

       FIND-CASE.
      *    Pre: Q-EMP-ID; Q-CASE-SEQ, 0 for the latest case
      *    Post: OUT-ABSCASE populated; 404 when not on file

           PERFORM OPEN-ABSCASE-FILE-IO
           IF NOT OK OF ABSCASE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-REQUESTED-CASE
           CLOSE ABSCASE-FILE
           IF CASE-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TEMP-ABSCASE TO OUT-ABSCASE OF ABSCASE-SVC-RES
           MOVE 0 TO STATUS-CODE-N OF ABSCASE-SVC-RES
           MOVE 'Absence case found' TO STATUS-MSG OF ABSCASE-SVC-RES
           .

       ADD-SPELL.
      *    Pre: Q-EMP-ID, Q-CASE-SEQ (0 = latest), Q-FROM-DATE and
      *         Q-TO-DATE
      *    Post: Spell appended to an open case after the last one;
      *          the waiting period completes on the first spell of
      *          three days or more

           PERFORM VALIDATE-FROM-TO
           IF NOT OK OF ABSCASE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-ABSCASE-FILE-IO
           IF NOT OK OF ABSCASE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-REQUESTED-CASE
           IF CASE-NOT-FOUND
               CLOSE ABSCASE-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM REQUIRE-OPEN-CASE
           IF NOT OK OF ABSCASE-SVC-RES
               CLOSE ABSCASE-FILE
               EXIT PARAGRAPH
           END-IF

           IF SPELL-COUNT OF WS-TEMP-ABSCASE >= 6
               MOVE 422 TO STATUS-CODE-N OF ABSCASE-SVC-RES
               MOVE 'Case already holds six absence spells'
                   TO STATUS-MSG OF ABSCASE-SVC-RES
               CLOSE ABSCASE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE SPELL-COUNT OF WS-TEMP-ABSCASE TO WS-IDX
           IF Q-FROM-DATE OF ABSCASE-SVC-REQ
                   NOT > SPELL-TO OF WS-TEMP-ABSCASE(WS-IDX)
               MOVE 422 TO STATUS-CODE-N OF ABSCASE-SVC-RES
               MOVE 'Spell must start after the last spell ends'
                   TO STATUS-MSG OF ABSCASE-SVC-RES
               CLOSE ABSCASE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TEMP-ABSCASE TO WS-BEFORE-ABSCASE
           ADD 1 TO SPELL-COUNT OF WS-TEMP-ABSCASE
           MOVE SPELL-COUNT OF WS-TEMP-ABSCASE TO WS-IDX
           MOVE Q-FROM-DATE OF ABSCASE-SVC-REQ
               TO SPELL-FROM OF WS-TEMP-ABSCASE(WS-IDX)
           MOVE Q-TO-DATE OF ABSCASE-SVC-REQ
               TO SPELL-TO OF WS-TEMP-ABSCASE(WS-IDX)
           PERFORM CHECK-WAITING-PERIOD

           MOVE 'ABS-SPELL' TO WS-AUDIT-ACTION
           PERFORM REWRITE-CASE
           IF NOT OK OF ABSCASE-SVC-RES
               EXIT PARAGRAPH
           END-IF
           MOVE 'Absence spell recorded'
               TO STATUS-MSG OF ABSCASE-SVC-RES
           .

       ADD-CLAIM.
      *    Pre: Q-EMP-ID, Q-CASE-SEQ (0 = latest), Q-FROM-DATE and
      *         Q-TO-DATE, Q-SUBMIT-DATE (0 = today)
      *    Post: Claim period appended, still to be certified; it
      *          must fall after the waiting period and after the
      *          last claim period

           PERFORM VALIDATE-FROM-TO
           IF NOT OK OF ABSCASE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-ABSCASE-FILE-IO
           IF NOT OK OF ABSCASE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-REQUESTED-CASE
           IF CASE-NOT-FOUND
               CLOSE ABSCASE-FILE
               EXIT PARAGRAPH
           END-IF

           IF CLAIM-COUNT OF WS-TEMP-ABSCASE >= 12
               MOVE 422 TO STATUS-CODE-N OF ABSCASE-SVC-RES
               MOVE 'Case already holds twelve claim periods'
                   TO STATUS-MSG OF ABSCASE-SVC-RES
               CLOSE ABSCASE-FILE
               EXIT PARAGRAPH
           END-IF

           IF WAIT-NOT-MET OF WS-TEMP-ABSCASE
               MOVE 422 TO STATUS-CODE-N OF ABSCASE-SVC-RES
               MOVE 'Waiting period of three days off not yet met'
                   TO STATUS-MSG OF ABSCASE-SVC-RES
               CLOSE ABSCASE-FILE
               EXIT PARAGRAPH
           END-IF

           IF Q-FROM-DATE OF ABSCASE-SVC-REQ
                   NOT > WAIT-TO OF WS-TEMP-ABSCASE
               MOVE 422 TO STATUS-CODE-N OF ABSCASE-SVC-RES
               MOVE 'Claim period must start after the waiting period'
                   TO STATUS-MSG OF ABSCASE-SVC-RES
               CLOSE ABSCASE-FILE
               EXIT PARAGRAPH
           END-IF

           IF CLAIM-COUNT OF WS-TEMP-ABSCASE > 0
               MOVE CLAIM-COUNT OF WS-TEMP-ABSCASE TO WS-IDX
               IF Q-FROM-DATE OF ABSCASE-SVC-REQ
                       NOT > CLAIM-TO OF WS-TEMP-ABSCASE(WS-IDX)
                   MOVE 422 TO STATUS-CODE-N OF ABSCASE-SVC-RES
                   MOVE 'Claim period overlaps the last one claimed'
                       TO STATUS-MSG OF ABSCASE-SVC-RES
                   CLOSE ABSCASE-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-TEMP-ABSCASE TO WS-BEFORE-ABSCASE
           ADD 1 TO CLAIM-COUNT OF WS-TEMP-ABSCASE
           MOVE CLAIM-COUNT OF WS-TEMP-ABSCASE TO WS-IDX
           MOVE Q-FROM-DATE OF ABSCASE-SVC-REQ
               TO CLAIM-FROM OF WS-TEMP-ABSCASE(WS-IDX)
           MOVE Q-TO-DATE OF ABSCASE-SVC-REQ
               TO CLAIM-TO OF WS-TEMP-ABSCASE(WS-IDX)
           IF Q-SUBMIT-DATE OF ABSCASE-SVC-REQ = 0
               MOVE WS-DATE-1
                   TO CLAIM-SUBMITTED OF WS-TEMP-ABSCASE(WS-IDX)
           ELSE
               MOVE Q-SUBMIT-DATE OF ABSCASE-SVC-REQ
                   TO CLAIM-SUBMITTED OF WS-TEMP-ABSCASE(WS-IDX)
           END-IF
           MOVE 0 TO CLAIM-CERTIFIED OF WS-TEMP-ABSCASE(WS-IDX)

           MOVE 'ABS-CLAIM' TO WS-AUDIT-ACTION
           PERFORM REWRITE-CASE
           IF NOT OK OF ABSCASE-SVC-RES
               EXIT PARAGRAPH
           END-IF
           MOVE 'Claim period recorded - to be certified'
               TO STATUS-MSG OF ABSCASE-SVC-RES
           .

       CERTIFY-CLAIM.
      *    Pre: Q-EMP-ID, Q-CASE-SEQ, Q-CLAIM-NO
      *    Post: Claim stamped certified today; a claim already
      *          certified keeps its first date

           PERFORM OPEN-ABSCASE-FILE-IO
           IF NOT OK OF ABSCASE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-REQUESTED-CASE
           IF CASE-NOT-FOUND
               CLOSE ABSCASE-FILE
               EXIT PARAGRAPH
           END-IF

           IF Q-CLAIM-NO OF ABSCASE-SVC-REQ = 0
                   OR Q-CLAIM-NO OF ABSCASE-SVC-REQ
                       > CLAIM-COUNT OF WS-TEMP-ABSCASE
               MOVE 404 TO STATUS-CODE-N OF ABSCASE-SVC-RES
               MOVE 'Claim period not found on the case'
                   TO STATUS-MSG OF ABSCASE-SVC-RES
               CLOSE ABSCASE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE Q-CLAIM-NO OF ABSCASE-SVC-REQ TO WS-IDX
           IF CLAIM-CERTIFIED OF WS-TEMP-ABSCASE(WS-IDX) NOT = 0
               CLOSE ABSCASE-FILE
               MOVE WS-TEMP-ABSCASE TO OUT-ABSCASE OF ABSCASE-SVC-RES
               MOVE 0 TO STATUS-CODE-N OF ABSCASE-SVC-RES
               MOVE 'Claim period was already certified'
                   TO STATUS-MSG OF ABSCASE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TEMP-ABSCASE TO WS-BEFORE-ABSCASE
           MOVE WS-DATE-1 TO CLAIM-CERTIFIED OF WS-TEMP-ABSCASE(WS-IDX)

           MOVE 'ABS-CERTIFY' TO WS-AUDIT-ACTION
           PERFORM REWRITE-CASE
           IF NOT OK OF ABSCASE-SVC-RES
               EXIT PARAGRAPH
           END-IF
           MOVE 'Claim period certified'
               TO STATUS-MSG OF ABSCASE-SVC-RES
           .

       CLOSE-CASE.
      *    Pre: Q-EMP-ID, Q-CASE-SEQ (0 = latest), Q-RETURN-DATE
      *    Post: Case closed on the return date and the employee
      *          brought back from leave

           MOVE Q-RETURN-DATE OF ABSCASE-SVC-REQ TO WS-DATE-UTIL-D1
           PERFORM VALIDATE-DATE
           IF NOT OK OF ABSCASE-SVC-RES
               MOVE 'Return date is not a valid YYYYMMDD date'
                   TO STATUS-MSG OF ABSCASE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-ABSCASE-FILE-IO
           IF NOT OK OF ABSCASE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-REQUESTED-CASE
           IF CASE-NOT-FOUND
               CLOSE ABSCASE-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM REQUIRE-OPEN-CASE
           IF NOT OK OF ABSCASE-SVC-RES
               CLOSE ABSCASE-FILE
               EXIT PARAGRAPH
           END-IF

           IF Q-RETURN-DATE OF ABSCASE-SVC-REQ
                   NOT > ONSET-DATE OF WS-TEMP-ABSCASE
               MOVE 422 TO STATUS-CODE-N OF ABSCASE-SVC-RES
               MOVE 'Return date must be after the onset date'
                   TO STATUS-MSG OF ABSCASE-SVC-RES
               CLOSE ABSCASE-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM END-EMPLOYEE-LEAVE
           IF NOT OK OF ABSCASE-SVC-RES
               CLOSE ABSCASE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TEMP-ABSCASE TO WS-BEFORE-ABSCASE
           SET CASE-CLOSED OF WS-TEMP-ABSCASE TO TRUE
           MOVE Q-RETURN-DATE OF ABSCASE-SVC-REQ
               TO RETURN-DATE OF WS-TEMP-ABSCASE

           MOVE 'ABS-CLOSE' TO WS-AUDIT-ACTION
           PERFORM REWRITE-CASE
           IF NOT OK OF ABSCASE-SVC-RES
               EXIT PARAGRAPH
           END-IF
           MOVE 'Absence case closed - employee back from leave'
               TO STATUS-MSG OF ABSCASE-SVC-RES
           .

       LIST-CASES.
      *    Pre: Q-EMP-ID/Q-CASE-SEQ of the last case returned (zeros
      *         to start)
      *    Post: OUT-ABSCASE is the next case; 404 past the end

           OPEN INPUT ABSCASE-FILE
           IF FILE-NOT-FOUND
               MOVE 404 TO STATUS-CODE-N OF ABSCASE-SVC-RES
               MOVE 'No further absence cases'
                   TO STATUS-MSG OF ABSCASE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF ABSCASE-SVC-RES
               MOVE 'Cannot open absence case file'
                   TO STATUS-MSG OF ABSCASE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-EMP-ID OF ABSCASE-SVC-REQ TO WS-KEY-EMP-ID
           MOVE Q-CASE-SEQ OF ABSCASE-SVC-REQ TO WS-KEY-CASE-SEQ
           MOVE WS-KEY-BUILD TO ABS-REC-KEY
           SET CASE-NOT-FOUND TO TRUE

           START ABSCASE-FILE KEY IS GREATER THAN ABS-REC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ABSCASE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE ABSCASE-RECORD TO WS-TEMP-ABSCASE
                           SET CASE-FOUND TO TRUE
                   END-READ
           END-START

           CLOSE ABSCASE-FILE

           IF CASE-FOUND
               MOVE WS-TEMP-ABSCASE TO OUT-ABSCASE OF ABSCASE-SVC-RES
               MOVE 0 TO STATUS-CODE-N OF ABSCASE-SVC-RES
               MOVE 'Absence case found'
                   TO STATUS-MSG OF ABSCASE-SVC-RES
           ELSE
               MOVE 404 TO STATUS-CODE-N OF ABSCASE-SVC-RES
               MOVE 'No further absence cases'
                   TO STATUS-MSG OF ABSCASE-SVC-RES
           END-IF
           .

      * SCAN-EMPLOYEE-CASES: Reads Q-EMP-ID's cases in order - the
      * highest CASE-SEQ in use, whether one is still open, and the
      * latest case left in WS-TEMP-ABSCASE when there is one.
       SCAN-EMPLOYEE-CASES.
           MOVE 0 TO WS-HIGH-SEQ
           SET EMP-HAS-NO-OPEN-CASE TO TRUE
           SET CASE-NOT-FOUND TO TRUE
           MOVE Q-EMP-ID OF ABSCASE-SVC-REQ TO WS-KEY-EMP-ID
           MOVE 0 TO WS-KEY-CASE-SEQ
           MOVE WS-KEY-BUILD TO ABS-REC-KEY

           SET SCAN-MORE TO TRUE
           START ABSCASE-FILE KEY IS GREATER THAN ABS-REC-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START

           PERFORM UNTIL SCAN-DONE
               READ ABSCASE-FILE NEXT RECORD
                   AT END
                       SET SCAN-DONE TO TRUE
                   NOT AT END
                       IF ABS-REC-KEY(1:9) NOT = WS-KEY-EMP-ID
                           SET SCAN-DONE TO TRUE
                       ELSE
                           MOVE ABSCASE-RECORD TO WS-TEMP-ABSCASE
                           SET CASE-FOUND TO TRUE
                           MOVE CASE-SEQ OF WS-TEMP-ABSCASE
                               TO WS-HIGH-SEQ
                           IF CASE-OPEN OF WS-TEMP-ABSCASE
                               SET EMP-HAS-OPEN-CASE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      * READ-REQUESTED-CASE: Q-EMP-ID's case Q-CASE-SEQ, or the
      * latest when Q-CASE-SEQ is zero, into WS-TEMP-ABSCASE with
      * the record positioned for REWRITE; 404 set when absent.
       READ-REQUESTED-CASE.
           MOVE Q-CASE-SEQ OF ABSCASE-SVC-REQ TO WS-KEY-CASE-SEQ
           IF Q-CASE-SEQ OF ABSCASE-SVC-REQ = 0
               PERFORM SCAN-EMPLOYEE-CASES
               MOVE WS-HIGH-SEQ TO WS-KEY-CASE-SEQ
           END-IF

           MOVE Q-EMP-ID OF ABSCASE-SVC-REQ TO WS-KEY-EMP-ID
           MOVE WS-KEY-BUILD TO ABS-REC-KEY
           SET CASE-FOUND TO TRUE
           READ ABSCASE-FILE
               INVALID KEY
                   SET CASE-NOT-FOUND TO TRUE
           END-READ

           IF CASE-FOUND
               MOVE ABSCASE-RECORD TO WS-TEMP-ABSCASE
           ELSE
               MOVE 404 TO STATUS-CODE-N OF ABSCASE-SVC-RES
               MOVE 'Absence case not found'
                   TO STATUS-MSG OF ABSCASE-SVC-RES
           END-IF
           .

       REQUIRE-OPEN-CASE.
           IF CASE-CLOSED OF WS-TEMP-ABSCASE
               MOVE 409 TO STATUS-CODE-N OF ABSCASE-SVC-RES
               MOVE 'Absence case is closed'
                   TO STATUS-MSG OF ABSCASE-SVC-RES
           ELSE
               MOVE 0 TO STATUS-CODE-N OF ABSCASE-SVC-RES
           END-IF
           .

      * CHECK-WAITING-PERIOD: Spell WS-IDX completes the waiting
      * period when it is three days or longer and none before it
      * did; WS-SPELL-WAIT-TO is its third day either way.
       CHECK-WAITING-PERIOD.
           MOVE 'A ' TO WS-DATE-OPERATION
           MOVE SPELL-FROM OF WS-TEMP-ABSCASE(WS-IDX) TO WS-DATE-UTIL-D1
           MOVE 2 TO WS-DATE-UTIL-D2
           CALL 'DATE-UTIL' USING WS-DATE-OPERATION
                                  WS-DATE-UTIL-D1
                                  WS-DATE-UTIL-D2
                                  WS-DATE-UTIL-RESULT
                                  WS-DATE-UTIL-STATUS
           MOVE WS-DATE-UTIL-RESULT TO WS-SPELL-WAIT-TO

           IF WAIT-NOT-MET OF WS-TEMP-ABSCASE
                   AND SPELL-TO OF WS-TEMP-ABSCASE(WS-IDX)
                       NOT < WS-SPELL-WAIT-TO
               MOVE SPELL-FROM OF WS-TEMP-ABSCASE(WS-IDX)
                   TO WAIT-FROM OF WS-TEMP-ABSCASE
               MOVE WS-SPELL-WAIT-TO TO WAIT-TO OF WS-TEMP-ABSCASE
               SET WAIT-MET OF WS-TEMP-ABSCASE TO TRUE
           END-IF
           .

      * START-EMPLOYEE-LEAVE: Puts the employee on leave from the
      * first day off, expected back the day after the spell ends.
       START-EMPLOYEE-LEAVE.
           INITIALIZE EMP-SVC-REQ
           INITIALIZE EMP-SVC-RES
           MOVE 'F' TO OP-CODE OF EMP-SVC-REQ
           MOVE USER-ID OF ABSCASE-SVC-REQ TO USER-ID OF EMP-SVC-REQ
           MOVE CORR-ID OF ABSCASE-SVC-REQ TO CORR-ID OF EMP-SVC-REQ
           MOVE Q-EMP-ID OF ABSCASE-SVC-REQ TO Q-EMP-ID OF EMP-SVC-REQ
           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES
           IF NOT OK OF EMP-SVC-RES
               MOVE 404 TO STATUS-CODE-N OF ABSCASE-SVC-RES
               MOVE 'Employee not found'
                   TO STATUS-MSG OF ABSCASE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF TERMINATED OF OUT-EMP OF EMP-SVC-RES
               MOVE 422 TO STATUS-CODE-N OF ABSCASE-SVC-RES
               MOVE 'Employee is terminated'
                   TO STATUS-MSG OF ABSCASE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF ON-LEAVE OF OUT-EMP OF EMP-SVC-RES
               MOVE 0 TO STATUS-CODE-N OF ABSCASE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE 'A ' TO WS-DATE-OPERATION
           MOVE Q-TO-DATE OF ABSCASE-SVC-REQ TO WS-DATE-UTIL-D1
           MOVE 1 TO WS-DATE-UTIL-D2
           CALL 'DATE-UTIL' USING WS-DATE-OPERATION
                                  WS-DATE-UTIL-D1
                                  WS-DATE-UTIL-D2
                                  WS-DATE-UTIL-RESULT
                                  WS-DATE-UTIL-STATUS

           INITIALIZE EMP-SVC-REQ
           INITIALIZE EMP-SVC-RES
           MOVE 'L' TO OP-CODE OF EMP-SVC-REQ
           MOVE USER-ID OF ABSCASE-SVC-REQ TO USER-ID OF EMP-SVC-REQ
           MOVE CORR-ID OF ABSCASE-SVC-REQ TO CORR-ID OF EMP-SVC-REQ
           MOVE Q-EMP-ID OF ABSCASE-SVC-REQ
               TO EMP-ID OF IN-EMP OF EMP-SVC-REQ
           MOVE Q-FROM-DATE OF ABSCASE-SVC-REQ
               TO LEAVE-BEGIN-DATE OF IN-EMP OF EMP-SVC-REQ
           MOVE WS-DATE-UTIL-RESULT
               TO LEAVE-RETURN-DATE OF IN-EMP OF EMP-SVC-REQ
           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES

           IF OK OF EMP-SVC-RES
               MOVE 0 TO STATUS-CODE-N OF ABSCASE-SVC-RES
           ELSE
               MOVE STATUS-CODE-N OF EMP-SVC-RES
                   TO STATUS-CODE-N OF ABSCASE-SVC-RES
               MOVE STATUS-MSG OF EMP-SVC-RES
                   TO STATUS-MSG OF ABSCASE-SVC-RES
           END-IF
           .

      * END-EMPLOYEE-LEAVE: Brings the employee back from leave - an
      * employee no longer on leave is left as they are.
       END-EMPLOYEE-LEAVE.
           INITIALIZE EMP-SVC-REQ
           INITIALIZE EMP-SVC-RES
           MOVE 'F' TO OP-CODE OF EMP-SVC-REQ
           MOVE USER-ID OF ABSCASE-SVC-REQ TO USER-ID OF EMP-SVC-REQ
           MOVE CORR-ID OF ABSCASE-SVC-REQ TO CORR-ID OF EMP-SVC-REQ
           MOVE Q-EMP-ID OF ABSCASE-SVC-REQ TO Q-EMP-ID OF EMP-SVC-REQ
           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES
           IF NOT OK OF EMP-SVC-RES
                   OR NOT ON-LEAVE OF OUT-EMP OF EMP-SVC-RES
               MOVE 0 TO STATUS-CODE-N OF ABSCASE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           INITIALIZE EMP-SVC-REQ
           INITIALIZE EMP-SVC-RES
           MOVE 'E' TO OP-CODE OF EMP-SVC-REQ
           MOVE USER-ID OF ABSCASE-SVC-REQ TO USER-ID OF EMP-SVC-REQ
           MOVE CORR-ID OF ABSCASE-SVC-REQ TO CORR-ID OF EMP-SVC-REQ
           MOVE Q-EMP-ID OF ABSCASE-SVC-REQ
               TO EMP-ID OF IN-EMP OF EMP-SVC-REQ
           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES

           IF OK OF EMP-SVC-RES
               MOVE 0 TO STATUS-CODE-N OF ABSCASE-SVC-RES
           ELSE
               MOVE STATUS-CODE-N OF EMP-SVC-RES
                   TO STATUS-CODE-N OF ABSCASE-SVC-RES
               MOVE STATUS-MSG OF EMP-SVC-RES
                   TO STATUS-MSG OF ABSCASE-SVC-RES
           END-IF
           .

       VALIDATE-FROM-TO.
           MOVE Q-FROM-DATE OF ABSCASE-SVC-REQ TO WS-DATE-UTIL-D1
           PERFORM VALIDATE-DATE
           IF OK OF ABSCASE-SVC-RES
               MOVE Q-TO-DATE OF ABSCASE-SVC-REQ TO WS-DATE-UTIL-D1
               PERFORM VALIDATE-DATE
           END-IF
           IF NOT OK OF ABSCASE-SVC-RES
               MOVE 'From and to dates must be valid YYYYMMDD dates'
                   TO STATUS-MSG OF ABSCASE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF Q-FROM-DATE OF ABSCASE-SVC-REQ
                   > Q-TO-DATE OF ABSCASE-SVC-REQ
               MOVE 422 TO STATUS-CODE-N OF ABSCASE-SVC-RES
               MOVE 'From date must not be after to date'
                   TO STATUS-MSG OF ABSCASE-SVC-RES
           END-IF
           .

       VALIDATE-DATE.
           MOVE 'V ' TO WS-DATE-OPERATION
           CALL 'DATE-UTIL' USING WS-DATE-OPERATION
                                  WS-DATE-UTIL-D1
                                  WS-DATE-UTIL-D2
                                  WS-DATE-UTIL-RESULT
                                  WS-DATE-UTIL-STATUS
           IF WS-DATE-UTIL-STATUS NOT = 0
               MOVE 422 TO STATUS-CODE-N OF ABSCASE-SVC-RES
           ELSE
               MOVE 0 TO STATUS-CODE-N OF ABSCASE-SVC-RES
           END-IF
           .

      * REWRITE-CASE: Puts WS-TEMP-ABSCASE back over the record just
      * read, stamped and versioned, and audits it under
      * WS-AUDIT-ACTION against WS-BEFORE-ABSCASE.
       REWRITE-CASE.
           ADD 1 TO REC-VERSION OF WS-TEMP-ABSCASE
           MOVE USER-ID OF ABSCASE-SVC-REQ(1:8)
               TO MODIFIED-BY OF WS-TEMP-ABSCASE
           MOVE WS-CURRENT-TIMESTAMP TO MODIFIED-AT OF WS-TEMP-ABSCASE
           MOVE WS-TEMP-ABSCASE TO ABSCASE-RECORD
           REWRITE ABSCASE-RECORD

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF ABSCASE-SVC-RES
               MOVE 'Failed to update absence case'
                   TO STATUS-MSG OF ABSCASE-SVC-RES
               CLOSE ABSCASE-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE ABSCASE-FILE
           PERFORM WRITE-AUDIT

           MOVE WS-TEMP-ABSCASE TO OUT-ABSCASE OF ABSCASE-SVC-RES
           MOVE 0 TO STATUS-CODE-N OF ABSCASE-SVC-RES
           .

       WRITE-AUDIT.
           INITIALIZE WS-AUDIT-REC
           MOVE WS-CURRENT-TIMESTAMP TO AUDIT-TIMESTAMP OF WS-AUDIT-REC
           MOVE USER-ID OF ABSCASE-SVC-REQ TO USER-ID OF WS-AUDIT-REC
           MOVE CORR-ID OF ABSCASE-SVC-REQ TO CORR-ID OF WS-AUDIT-REC
           MOVE WS-AUDIT-ACTION TO ACTION OF WS-AUDIT-REC
           MOVE 'ABS' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE EMP-ID OF WS-TEMP-ABSCASE TO ENTITY-ID OF WS-AUDIT-REC
           MOVE WS-BEFORE-ABSCASE TO BEFORE-VALUE OF WS-AUDIT-REC
           MOVE WS-TEMP-ABSCASE TO AFTER-VALUE OF WS-AUDIT-REC
           MOVE 0 TO RESULT-CODE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC
           .

       OPEN-ABSCASE-FILE-IO.
      *    Pre: None
      *    Post: ABSCASE-FILE open I-O (created first if it didn't
      *          exist), STATUS-CODE-N set

           OPEN I-O ABSCASE-FILE

           IF FILE-NOT-FOUND
      *        Create new file
               OPEN OUTPUT ABSCASE-FILE
               CLOSE ABSCASE-FILE
               OPEN I-O ABSCASE-FILE
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF ABSCASE-SVC-RES
               MOVE 'Cannot open absence case file'
                   TO STATUS-MSG OF ABSCASE-SVC-RES
           ELSE
               MOVE 0 TO STATUS-CODE-N OF ABSCASE-SVC-RES
           END-IF
           .

       END PROGRAM ABSCASE-SVC.
