       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCND-SVC.
      ******************************************************************
      * SCND-SVC - Secondment Service
      * Purpose: Maintains the per-employee secondment (shukko)
      *          record - the host organization the employee is
      *          seconded to, the period, and the basis the host
      *          reimburses their cost on - that SECRCHG bills the
      *          hosts from each month and DEPTRPT / BUDGRPT take
      *          the employee out of the home department's working
      *          headcount by. ADD upserts (a new posting replaces
      *          the old record), FIND answers it, END records the
      *          return date.
      * Operations: ADD, FIND, END
      * Pre: Valid request with OP-CODE, USER-ID, CORR-ID
      * Post: Response with STATUS-CODE-N and STATUS-MSG
      * Note: SCND-FILE is owned by this service directly, the way
      *       RESID-SVC owns residence.dat - keyed on EMP-ID.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCND-FILE ASSIGN TO 'hr-cobol/data/secondment.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCD-REC-KEY
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * SCD-REC-KEY occupies the EMP-ID byte range (positions 12-20
      * of the 200-byte record).
       FD  SCND-FILE.
       01  SCND-RECORD.
           05  FILLER               PIC X(11).
           05  SCD-REC-KEY          PIC X(9).
           05  FILLER               PIC X(180).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(11) VALUE 'SCND-SVC'.
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

      * Working storage for DATE-UTIL calls
       01  WS-DATE-OPERATION       PIC X(2).
       01  WS-DATE-UTIL-D1         PIC 9(8).
       01  WS-DATE-UTIL-D2         PIC 9(8).
       01  WS-DATE-UTIL-RESULT     PIC S9(9).
       01  WS-DATE-UTIL-STATUS     PIC 9.

       01  WS-TEMP-SCND.
           COPY secondment REPLACING ==05== BY ==10==.
       01  WS-PRIOR-SCND.
           COPY secondment REPLACING ==05== BY ==10==.

       01  WS-EMP-ID-STR           PIC X(9).
       01  WS-RECORD-EXISTS-SW     PIC X.
           88  SCND-EXISTS             VALUE 'Y'.
           88  SCND-NEW                VALUE 'N'.

      * Working storage for EMP-SVC calls - only an employee on
      * file can be seconded
           COPY emp-req.
           COPY emp-res.

      * Working storage for AUDIT-LOG calls
       01  WS-AUDIT-REC.
           COPY audit.

       LINKAGE SECTION.
           COPY scnd-req.
           COPY scnd-res.

       PROCEDURE DIVISION USING SCND-SVC-REQ SCND-SVC-RES.

       MAIN-PROCESS.
      *    Initialize response
           INITIALIZE SCND-SVC-RES
           MOVE CORR-ID OF SCND-SVC-REQ
               TO CORR-ID OF SCND-SVC-RES

      *    Get current date and timestamp
           ACCEPT WS-DATE-1 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-DATE-1 WS-CURRENT-TIME
               DELIMITED BY SIZE
               INTO WS-CURRENT-TIMESTAMP

      *    Route to operation
           EVALUATE TRUE
               WHEN OP-ADD OF SCND-SVC-REQ
                   PERFORM ADD-SECONDMENT
               WHEN OP-FIND OF SCND-SVC-REQ
                   PERFORM FIND-SECONDMENT
               WHEN OP-END OF SCND-SVC-REQ
                   PERFORM END-SECONDMENT
               WHEN OTHER
                   MOVE 422 TO STATUS-CODE-N OF SCND-SVC-RES
                   MOVE 'Invalid operation code'
                       TO STATUS-MSG OF SCND-SVC-RES
           END-EVALUATE

           GOBACK
           .

       ADD-SECONDMENT.
      *    Pre: IN-SCND populated with EMP-ID, host, START-DATE and
      *         the recharge basis with its amount or percentage
      *    Post: Record written (or replaced - a new posting
      *          supersedes the old one, created stamps kept)

           PERFORM VALIDATE-SECONDMENT
           IF NOT OK OF SCND-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-SCND-FILE-IO
           IF NOT OK OF SCND-SVC-RES
               EXIT PARAGRAPH
           END-IF

           SET SCND-NEW TO TRUE
           MOVE EMP-ID OF IN-SCND OF SCND-SVC-REQ
               TO WS-EMP-ID-STR
           MOVE WS-EMP-ID-STR TO SCD-REC-KEY
           READ SCND-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET SCND-EXISTS TO TRUE
                   MOVE SCND-RECORD TO WS-PRIOR-SCND
           END-READ

           MOVE IN-SCND OF SCND-SVC-REQ TO WS-TEMP-SCND
           MOVE 1 TO RECORD-VERSION OF WS-TEMP-SCND
      *    A planned return date still ahead keeps the posting
      *    active; one already past records a finished secondment
           IF END-DATE OF WS-TEMP-SCND < WS-DATE-1
               SET SCND-ENDED OF WS-TEMP-SCND TO TRUE
           ELSE
               SET SCND-ACTIVE OF WS-TEMP-SCND TO TRUE
           END-IF
           IF SCND-EXISTS
               COMPUTE REC-VERSION OF WS-TEMP-SCND =
                   REC-VERSION OF WS-PRIOR-SCND + 1
               MOVE CREATED-BY OF WS-PRIOR-SCND
                   TO CREATED-BY OF WS-TEMP-SCND
               MOVE CREATED-AT OF WS-PRIOR-SCND
                   TO CREATED-AT OF WS-TEMP-SCND
               MOVE USER-ID OF SCND-SVC-REQ(1:8)
                   TO MODIFIED-BY OF WS-TEMP-SCND
               MOVE WS-CURRENT-TIMESTAMP
                   TO MODIFIED-AT OF WS-TEMP-SCND
           ELSE
               MOVE 1 TO REC-VERSION OF WS-TEMP-SCND
               MOVE USER-ID OF SCND-SVC-REQ(1:8)
                   TO CREATED-BY OF WS-TEMP-SCND
               MOVE WS-CURRENT-TIMESTAMP
                   TO CREATED-AT OF WS-TEMP-SCND
               MOVE SPACES TO MODIFIED-BY OF WS-TEMP-SCND
               MOVE 0 TO MODIFIED-AT OF WS-TEMP-SCND
           END-IF

           MOVE WS-TEMP-SCND TO SCND-RECORD
           IF SCND-EXISTS
               REWRITE SCND-RECORD
           ELSE
               WRITE SCND-RECORD
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF SCND-SVC-RES
               MOVE 'Failed to write secondment record'
                   TO STATUS-MSG OF SCND-SVC-RES
               CLOSE SCND-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE SCND-FILE

           INITIALIZE WS-AUDIT-REC
           MOVE 'SCND-SET' TO ACTION OF WS-AUDIT-REC
           MOVE 'SCD' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE EMP-ID OF WS-TEMP-SCND
               TO ENTITY-ID OF WS-AUDIT-REC
           MOVE USER-ID OF SCND-SVC-REQ
               TO USER-ID OF WS-AUDIT-REC
           MOVE CORR-ID OF SCND-SVC-REQ
               TO CORR-ID OF WS-AUDIT-REC
           IF SCND-EXISTS
               MOVE WS-PRIOR-SCND TO BEFORE-VALUE OF WS-AUDIT-REC
           END-IF
           MOVE WS-TEMP-SCND TO AFTER-VALUE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC

           MOVE 0 TO STATUS-CODE-N OF SCND-SVC-RES
           MOVE 'Secondment recorded'
               TO STATUS-MSG OF SCND-SVC-RES
           MOVE WS-TEMP-SCND TO OUT-SCND OF SCND-SVC-RES
           .

      * VALIDATE-SECONDMENT: The employee must be on file and the
      * host named; the period must be real dates in order (an
      * open return date is OPEN-ENDED-DATE), and the basis must
      * carry its amount - a fixed monthly sum, or a percentage no
      * higher than the whole cost.
       VALIDATE-SECONDMENT.
           MOVE 0 TO STATUS-CODE-N OF SCND-SVC-RES

           IF EMP-ID OF IN-SCND OF SCND-SVC-REQ = 0
                   OR HOST-CODE OF IN-SCND OF SCND-SVC-REQ = SPACES
                   OR HOST-NAME OF IN-SCND OF SCND-SVC-REQ = SPACES
               MOVE 422 TO STATUS-CODE-N OF SCND-SVC-RES
               MOVE 'EMP-ID, HOST-CODE and HOST-NAME required'
                   TO STATUS-MSG OF SCND-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF NOT HOST-GROUP-COMPANY OF IN-SCND OF SCND-SVC-REQ
                   AND NOT HOST-OUTSIDE OF IN-SCND OF SCND-SVC-REQ
               MOVE 422 TO STATUS-CODE-N OF SCND-SVC-RES
               MOVE 'HOST-TYPE must be G or O'
                   TO STATUS-MSG OF SCND-SVC-RES
               EXIT PARAGRAPH
           END-IF

           INITIALIZE EMP-SVC-REQ
           INITIALIZE EMP-SVC-RES
           MOVE 'F' TO OP-CODE OF EMP-SVC-REQ
           MOVE USER-ID OF SCND-SVC-REQ TO USER-ID OF EMP-SVC-REQ
           MOVE CORR-ID OF SCND-SVC-REQ TO CORR-ID OF EMP-SVC-REQ
           MOVE EMP-ID OF IN-SCND OF SCND-SVC-REQ
               TO Q-EMP-ID OF EMP-SVC-REQ
           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES
           IF NOT OK OF EMP-SVC-RES
               MOVE 404 TO STATUS-CODE-N OF SCND-SVC-RES
               MOVE 'Employee not found'
                   TO STATUS-MSG OF SCND-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE 'V ' TO WS-DATE-OPERATION
           MOVE START-DATE OF IN-SCND OF SCND-SVC-REQ
               TO WS-DATE-UTIL-D1
           CALL 'DATE-UTIL' USING WS-DATE-OPERATION
                                  WS-DATE-UTIL-D1
                                  WS-DATE-UTIL-D2
                                  WS-DATE-UTIL-RESULT
                                  WS-DATE-UTIL-STATUS
           IF WS-DATE-UTIL-STATUS NOT = 0
               MOVE 422 TO STATUS-CODE-N OF SCND-SVC-RES
               MOVE 'START-DATE is not a valid YYYYMMDD date'
                   TO STATUS-MSG OF SCND-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF END-DATE OF IN-SCND OF SCND-SVC-REQ = 0
               MOVE OPEN-ENDED-DATE
                   TO END-DATE OF IN-SCND OF SCND-SVC-REQ
           END-IF
           IF END-DATE OF IN-SCND OF SCND-SVC-REQ
                   < START-DATE OF IN-SCND OF SCND-SVC-REQ
               MOVE 422 TO STATUS-CODE-N OF SCND-SVC-RES
               MOVE 'END-DATE is before START-DATE'
                   TO STATUS-MSG OF SCND-SVC-RES
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN RECHARGE-FIXED OF IN-SCND OF SCND-SVC-REQ
                   IF RECHARGE-AMOUNT OF IN-SCND OF SCND-SVC-REQ = 0
                       MOVE 422 TO STATUS-CODE-N OF SCND-SVC-RES
                       MOVE 'Fixed basis needs RECHARGE-AMOUNT'
                           TO STATUS-MSG OF SCND-SVC-RES
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 0 TO RECHARGE-PCT OF IN-SCND OF SCND-SVC-REQ
               WHEN RECHARGE-PERCENT OF IN-SCND OF SCND-SVC-REQ
                   IF RECHARGE-PCT OF IN-SCND OF SCND-SVC-REQ = 0
                       OR RECHARGE-PCT OF IN-SCND OF SCND-SVC-REQ
                           > 100
                       MOVE 422 TO STATUS-CODE-N OF SCND-SVC-RES
                       MOVE 'Percentage basis needs 0 < PCT <= 100'
                           TO STATUS-MSG OF SCND-SVC-RES
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 0
                       TO RECHARGE-AMOUNT OF IN-SCND OF SCND-SVC-REQ
               WHEN OTHER
                   MOVE 422 TO STATUS-CODE-N OF SCND-SVC-RES
                   MOVE 'RECHARGE-BASIS must be F or P'
                       TO STATUS-MSG OF SCND-SVC-RES
           END-EVALUATE
           .

       FIND-SECONDMENT.
      *    Pre: Q-EMP-ID populated
      *    Post: OUT-SCND carries the employee's record

           IF Q-EMP-ID OF SCND-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF SCND-SVC-RES
               MOVE 'Q-EMP-ID is required'
                   TO STATUS-MSG OF SCND-SVC-RES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT SCND-FILE
           IF FILE-NOT-FOUND
               MOVE 404 TO STATUS-CODE-N OF SCND-SVC-RES
               MOVE 'No secondment records on file'
                   TO STATUS-MSG OF SCND-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF SCND-SVC-RES
               MOVE 'Cannot open secondment file'
                   TO STATUS-MSG OF SCND-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-EMP-ID OF SCND-SVC-REQ TO WS-EMP-ID-STR
           MOVE WS-EMP-ID-STR TO SCD-REC-KEY
           READ SCND-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF SCND-SVC-RES
                   MOVE 'No secondment record for employee'
                       TO STATUS-MSG OF SCND-SVC-RES
               NOT INVALID KEY
                   MOVE SCND-RECORD TO WS-TEMP-SCND
                   MOVE WS-TEMP-SCND
                       TO OUT-SCND OF SCND-SVC-RES
                   MOVE 0 TO STATUS-CODE-N OF SCND-SVC-RES
                   MOVE 'Secondment record answered'
                       TO STATUS-MSG OF SCND-SVC-RES
           END-READ

           CLOSE SCND-FILE
           .

       END-SECONDMENT.
      *    Pre: Q-EMP-ID and Q-END-DATE (the last day with the host)
      *    Post: END-DATE set and the record marked ended - the host
      *          is billed for the days up to and including it

           IF Q-EMP-ID OF SCND-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF SCND-SVC-RES
               MOVE 'Q-EMP-ID is required'
                   TO STATUS-MSG OF SCND-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE 'V ' TO WS-DATE-OPERATION
           MOVE Q-END-DATE OF SCND-SVC-REQ TO WS-DATE-UTIL-D1
           CALL 'DATE-UTIL' USING WS-DATE-OPERATION
                                  WS-DATE-UTIL-D1
                                  WS-DATE-UTIL-D2
                                  WS-DATE-UTIL-RESULT
                                  WS-DATE-UTIL-STATUS
           IF WS-DATE-UTIL-STATUS NOT = 0
               MOVE 422 TO STATUS-CODE-N OF SCND-SVC-RES
               MOVE 'Q-END-DATE is not a valid YYYYMMDD date'
                   TO STATUS-MSG OF SCND-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-SCND-FILE-IO
           IF NOT OK OF SCND-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-EMP-ID OF SCND-SVC-REQ TO WS-EMP-ID-STR
           MOVE WS-EMP-ID-STR TO SCD-REC-KEY
           READ SCND-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF SCND-SVC-RES
                   MOVE 'No secondment record for employee'
                       TO STATUS-MSG OF SCND-SVC-RES
                   CLOSE SCND-FILE
                   EXIT PARAGRAPH
           END-READ

           MOVE SCND-RECORD TO WS-TEMP-SCND
           MOVE WS-TEMP-SCND TO WS-PRIOR-SCND
           IF Q-END-DATE OF SCND-SVC-REQ < START-DATE OF WS-TEMP-SCND
               MOVE 422 TO STATUS-CODE-N OF SCND-SVC-RES
               MOVE 'Return date is before the secondment start'
                   TO STATUS-MSG OF SCND-SVC-RES
               CLOSE SCND-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE Q-END-DATE OF SCND-SVC-REQ TO END-DATE OF WS-TEMP-SCND
           SET SCND-ENDED OF WS-TEMP-SCND TO TRUE
           ADD 1 TO REC-VERSION OF WS-TEMP-SCND
           MOVE USER-ID OF SCND-SVC-REQ(1:8)
               TO MODIFIED-BY OF WS-TEMP-SCND
           MOVE WS-CURRENT-TIMESTAMP
               TO MODIFIED-AT OF WS-TEMP-SCND

           MOVE WS-TEMP-SCND TO SCND-RECORD
           REWRITE SCND-RECORD

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF SCND-SVC-RES
               MOVE 'Failed to end secondment record'
                   TO STATUS-MSG OF SCND-SVC-RES
               CLOSE SCND-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE SCND-FILE

           INITIALIZE WS-AUDIT-REC
           MOVE 'SCND-END' TO ACTION OF WS-AUDIT-REC
           MOVE 'SCD' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE Q-EMP-ID OF SCND-SVC-REQ
               TO ENTITY-ID OF WS-AUDIT-REC
           MOVE USER-ID OF SCND-SVC-REQ
               TO USER-ID OF WS-AUDIT-REC
           MOVE CORR-ID OF SCND-SVC-REQ
               TO CORR-ID OF WS-AUDIT-REC
           MOVE WS-PRIOR-SCND TO BEFORE-VALUE OF WS-AUDIT-REC
           MOVE WS-TEMP-SCND TO AFTER-VALUE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC

           MOVE 0 TO STATUS-CODE-N OF SCND-SVC-RES
           MOVE 'Secondment ended'
               TO STATUS-MSG OF SCND-SVC-RES
           MOVE WS-TEMP-SCND TO OUT-SCND OF SCND-SVC-RES
           .

       OPEN-SCND-FILE-IO.
      *    Pre: None
      *    Post: SCND-FILE open I-O (created first if it didn't
      *          exist), STATUS-CODE-N set

           OPEN I-O SCND-FILE

           IF FILE-NOT-FOUND
      *        Create new file
               OPEN OUTPUT SCND-FILE
               CLOSE SCND-FILE
               OPEN I-O SCND-FILE
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF SCND-SVC-RES
               MOVE 'Cannot open secondment file'
                   TO STATUS-MSG OF SCND-SVC-RES
           ELSE
               MOVE 0 TO STATUS-CODE-N OF SCND-SVC-RES
           END-IF
           .

       END PROGRAM SCND-SVC.
