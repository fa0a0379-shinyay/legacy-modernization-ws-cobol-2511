       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUAL-SVC.
      ******************************************************************
      * QUAL-SVC - Training, Qualification and License Service
      * Purpose: Maintains the qualification master (code, name,
      *          renewal interval, statutory minimum holders per
      *          establishment), the links saying which job grades
      *          and departments require which qualifications, and
      *          each employee's holdings - training completed and
      *          licenses held, with issue and expiry dates. QUALRPT
      *          reads all three for the monthly expiry and coverage
      *          report.
      * Operations: ADD, FIND, UPDATE, LIST, NEED-ADD, NEED-DELETE,
      *             NEED-LIST, HOLD-PUT, HOLD-FIND, HOLD-LIST
      * Pre: Valid request with OP-CODE, USER-ID, CORR-ID
      * Post: Response with STATUS-CODE-N and STATUS-MSG
      * Note: QUAL-FILE, NEED-FILE and HOLDING-FILE are owned by this
      *       service directly, the way LOC-SVC owns location.dat -
      *       keyed on QUAL-CODE, on scope + grade/department +
      *       QUAL-CODE, and on EMP-ID + QUAL-CODE respectively.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUAL-FILE ASSIGN TO 'hr-cobol/data/qualmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QLM-REC-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT NEED-FILE ASSIGN TO 'hr-cobol/data/qualneed.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QLN-REC-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT HOLDING-FILE ASSIGN TO 'hr-cobol/data/empqual.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EQL-REC-KEY
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * QLM-REC-KEY occupies the QUAL-CODE byte range (positions
      * 12-17 of the 200-byte record).
       FD  QUAL-FILE.
       01  QUAL-RECORD.
           05  FILLER               PIC X(11).
           05  QLM-REC-KEY          PIC X(6).
           05  FILLER               PIC X(183).

      * QLN-REC-KEY spans NEED-SCOPE, NEED-KEY and QUAL-CODE
      * (positions 12-24 of the 100-byte record).
       FD  NEED-FILE.
       01  NEED-RECORD.
           05  FILLER               PIC X(11).
           05  QLN-REC-KEY          PIC X(13).
           05  FILLER               PIC X(76).

      * EQL-REC-KEY spans EMP-ID and QUAL-CODE (positions 12-26 of
      * the 200-byte record).
       FD  HOLDING-FILE.
       01  HOLDING-RECORD.
           05  FILLER               PIC X(11).
           05  EQL-REC-KEY.
               10  EQL-KEY-EMP      PIC X(9).
               10  EQL-KEY-QUAL     PIC X(6).
           05  FILLER               PIC X(174).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'QUAL-SVC'.
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

      * Expiry derivation - the issue date moved on RENEWAL-MONTHS,
      * pulled back to the month's last day when the day overflows
       01  WS-EXPIRY-WORK          PIC 9(8).
       01  WS-EXPIRY-PARTS REDEFINES WS-EXPIRY-WORK.
           05  WS-EXP-YEAR         PIC 9(4).
           05  WS-EXP-MONTH        PIC 9(2).
           05  WS-EXP-DAY          PIC 9(2).
       01  WS-MONTH-COUNT          PIC 9(7).

       01  WS-TEMP-QUAL.
           COPY qualmast REPLACING ==05== BY ==10==.
       01  WS-TEMP-NEED.
           COPY qualneed REPLACING ==05== BY ==10==.
       01  WS-TEMP-HOLDING.
           COPY empqual REPLACING ==05== BY ==10==.
       01  WS-PRIOR-HOLDING.
           COPY empqual REPLACING ==05== BY ==10==.

       01  WS-EMP-ID-STR           PIC X(9).
       01  WS-QUAL-ON-FILE-SW      PIC X.
           88  QUAL-ON-FILE            VALUE 'Y'.
           88  QUAL-NOT-ON-FILE        VALUE 'N'.
       01  WS-HOLDING-EXISTS-SW    PIC X.
           88  HOLDING-EXISTS          VALUE 'Y'.
           88  HOLDING-NEW             VALUE 'N'.
       01  WS-SCAN-DONE-SW         PIC X.
           88  SCAN-DONE               VALUE 'Y'.
           88  SCAN-NOT-DONE           VALUE 'N'.

      * Working storage for AUDIT-LOG calls
       01  WS-AUDIT-REC.
           COPY audit.

       LINKAGE SECTION.
           COPY qual-req.
           COPY qual-res.

       PROCEDURE DIVISION USING QUAL-SVC-REQ QUAL-SVC-RES.

       MAIN-PROCESS.
      *    Initialize response
           INITIALIZE QUAL-SVC-RES
           MOVE CORR-ID OF QUAL-SVC-REQ TO CORR-ID OF QUAL-SVC-RES

      *    Get current date and timestamp
           ACCEPT WS-DATE-1 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-DATE-1 WS-CURRENT-TIME
               DELIMITED BY SIZE
               INTO WS-CURRENT-TIMESTAMP

      *    Route to operation
           EVALUATE TRUE
               WHEN OP-ADD OF QUAL-SVC-REQ
                   PERFORM ADD-QUALIFICATION
               WHEN OP-FIND OF QUAL-SVC-REQ
                   PERFORM FIND-QUALIFICATION
               WHEN OP-UPDATE OF QUAL-SVC-REQ
                   PERFORM UPDATE-QUALIFICATION
               WHEN OP-LIST OF QUAL-SVC-REQ
                   PERFORM LIST-QUALIFICATIONS
               WHEN OP-NEED-ADD OF QUAL-SVC-REQ
                   PERFORM ADD-REQUIREMENT
               WHEN OP-NEED-DELETE OF QUAL-SVC-REQ
                   PERFORM DELETE-REQUIREMENT
               WHEN OP-NEED-LIST OF QUAL-SVC-REQ
                   PERFORM LIST-REQUIREMENTS
               WHEN OP-HOLD-PUT OF QUAL-SVC-REQ
                   PERFORM PUT-HOLDING
               WHEN OP-HOLD-FIND OF QUAL-SVC-REQ
                   PERFORM FIND-HOLDING
               WHEN OP-HOLD-LIST OF QUAL-SVC-REQ
                   PERFORM LIST-HOLDINGS
               WHEN OTHER
                   MOVE 422 TO STATUS-CODE-N OF QUAL-SVC-RES
                   MOVE 'Invalid operation code'
                       TO STATUS-MSG OF QUAL-SVC-RES
           END-EVALUATE

           GOBACK
           .

       ADD-QUALIFICATION.
      *    Pre: IN-QUAL populated with QUAL-CODE and name
      *    Post: Qualification written; 409 on a duplicate code

           PERFORM VALIDATE-QUALIFICATION
           IF NOT OK OF QUAL-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-QUAL-FILE-IO
           IF NOT OK OF QUAL-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE IN-QUAL OF QUAL-SVC-REQ TO WS-TEMP-QUAL
           MOVE 1 TO RECORD-VERSION OF WS-TEMP-QUAL
           MOVE 1 TO REC-VERSION OF WS-TEMP-QUAL
           MOVE USER-ID OF QUAL-SVC-REQ(1:8)
               TO CREATED-BY OF WS-TEMP-QUAL
           MOVE WS-CURRENT-TIMESTAMP TO CREATED-AT OF WS-TEMP-QUAL
           MOVE SPACES TO MODIFIED-BY OF WS-TEMP-QUAL
           MOVE 0 TO MODIFIED-AT OF WS-TEMP-QUAL

           MOVE WS-TEMP-QUAL TO QUAL-RECORD
           WRITE QUAL-RECORD

           IF FILE-DUP-KEY
               MOVE 409 TO STATUS-CODE-N OF QUAL-SVC-RES
               MOVE 'Qualification code already on file'
                   TO STATUS-MSG OF QUAL-SVC-RES
               CLOSE QUAL-FILE
               EXIT PARAGRAPH
           END-IF
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF QUAL-SVC-RES
               MOVE 'Failed to write qualification record'
                   TO STATUS-MSG OF QUAL-SVC-RES
               CLOSE QUAL-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE QUAL-FILE

           INITIALIZE WS-AUDIT-REC
           MOVE 'CREATE' TO ACTION OF WS-AUDIT-REC
           MOVE 'QLM' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE USER-ID OF QUAL-SVC-REQ TO USER-ID OF WS-AUDIT-REC
           MOVE CORR-ID OF QUAL-SVC-REQ TO CORR-ID OF WS-AUDIT-REC
           MOVE WS-TEMP-QUAL TO AFTER-VALUE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC

           MOVE 0 TO STATUS-CODE-N OF QUAL-SVC-RES
           MOVE 'Qualification created'
               TO STATUS-MSG OF QUAL-SVC-RES
           MOVE WS-TEMP-QUAL TO OUT-QUAL OF QUAL-SVC-RES
           .

      * VALIDATE-QUALIFICATION: Code and name required; the kind is
      * L or T (blank read as L) and the status A or R (blank read
      * as A).
       VALIDATE-QUALIFICATION.
           MOVE 0 TO STATUS-CODE-N OF QUAL-SVC-RES

           IF QUAL-CODE OF IN-QUAL OF QUAL-SVC-REQ = SPACES
                   OR QUAL-NAME OF IN-QUAL OF QUAL-SVC-REQ = SPACES
               MOVE 422 TO STATUS-CODE-N OF QUAL-SVC-RES
               MOVE 'QUAL-CODE and QUAL-NAME are required'
                   TO STATUS-MSG OF QUAL-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF QUAL-KIND OF IN-QUAL OF QUAL-SVC-REQ = SPACE
               SET QUAL-LICENSE OF IN-QUAL OF QUAL-SVC-REQ TO TRUE
           END-IF
           IF NOT QUAL-LICENSE OF IN-QUAL OF QUAL-SVC-REQ
                   AND NOT QUAL-TRAINING OF IN-QUAL OF QUAL-SVC-REQ
               MOVE 422 TO STATUS-CODE-N OF QUAL-SVC-RES
               MOVE 'QUAL-KIND must be L (license) or T (training)'
                   TO STATUS-MSG OF QUAL-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF QUAL-STATUS OF IN-QUAL OF QUAL-SVC-REQ = SPACE
               SET QUAL-ACTIVE OF IN-QUAL OF QUAL-SVC-REQ TO TRUE
           END-IF
           IF NOT QUAL-ACTIVE OF IN-QUAL OF QUAL-SVC-REQ
                   AND NOT QUAL-RETIRED OF IN-QUAL OF QUAL-SVC-REQ
               MOVE 422 TO STATUS-CODE-N OF QUAL-SVC-RES
               MOVE 'QUAL-STATUS must be A (active) or R (retired)'
                   TO STATUS-MSG OF QUAL-SVC-RES
           END-IF
           .

       FIND-QUALIFICATION.
      *    Pre: Q-QUAL-CODE populated
      *    Post: OUT-QUAL carries the qualification; 404 when the
      *          code is not on file

           IF Q-QUAL-CODE OF QUAL-SVC-REQ = SPACES
               MOVE 422 TO STATUS-CODE-N OF QUAL-SVC-RES
               MOVE 'Q-QUAL-CODE is required'
                   TO STATUS-MSG OF QUAL-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM LOOKUP-QUALIFICATION
           IF NOT OK OF QUAL-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF QUAL-NOT-ON-FILE
               MOVE 404 TO STATUS-CODE-N OF QUAL-SVC-RES
               MOVE 'Qualification not found'
                   TO STATUS-MSG OF QUAL-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TEMP-QUAL TO OUT-QUAL OF QUAL-SVC-RES
           MOVE 'Qualification found' TO STATUS-MSG OF QUAL-SVC-RES
           .

      * LOOKUP-QUALIFICATION: Reads Q-QUAL-CODE into WS-TEMP-QUAL
      * and says whether it was there; 500 only when the file
      * cannot be opened at all.
       LOOKUP-QUALIFICATION.
           SET QUAL-NOT-ON-FILE TO TRUE
           MOVE 0 TO STATUS-CODE-N OF QUAL-SVC-RES

           OPEN INPUT QUAL-FILE
           IF FILE-NOT-FOUND
               EXIT PARAGRAPH
           END-IF
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF QUAL-SVC-RES
               MOVE 'Cannot open qualification file'
                   TO STATUS-MSG OF QUAL-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-QUAL-CODE OF QUAL-SVC-REQ TO QLM-REC-KEY
           READ QUAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET QUAL-ON-FILE TO TRUE
                   MOVE QUAL-RECORD TO WS-TEMP-QUAL
           END-READ

           CLOSE QUAL-FILE
           .

       UPDATE-QUALIFICATION.
      *    Pre: IN-QUAL populated, keyed by its QUAL-CODE
      *    Post: Qualification rewritten, created stamps kept

           PERFORM VALIDATE-QUALIFICATION
           IF NOT OK OF QUAL-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-QUAL-FILE-IO
           IF NOT OK OF QUAL-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE QUAL-CODE OF IN-QUAL OF QUAL-SVC-REQ TO QLM-REC-KEY
           READ QUAL-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF QUAL-SVC-RES
                   MOVE 'Qualification not found'
                       TO STATUS-MSG OF QUAL-SVC-RES
                   CLOSE QUAL-FILE
                   EXIT PARAGRAPH
           END-READ

           MOVE QUAL-RECORD TO WS-TEMP-QUAL
           INITIALIZE WS-AUDIT-REC
           MOVE WS-TEMP-QUAL TO BEFORE-VALUE OF WS-AUDIT-REC

           MOVE CREATED-BY OF WS-TEMP-QUAL
               TO CREATED-BY OF IN-QUAL OF QUAL-SVC-REQ
           MOVE CREATED-AT OF WS-TEMP-QUAL
               TO CREATED-AT OF IN-QUAL OF QUAL-SVC-REQ
           COMPUTE REC-VERSION OF IN-QUAL OF QUAL-SVC-REQ =
               REC-VERSION OF WS-TEMP-QUAL + 1
           MOVE IN-QUAL OF QUAL-SVC-REQ TO WS-TEMP-QUAL
           MOVE 1 TO RECORD-VERSION OF WS-TEMP-QUAL
           MOVE USER-ID OF QUAL-SVC-REQ(1:8)
               TO MODIFIED-BY OF WS-TEMP-QUAL
           MOVE WS-CURRENT-TIMESTAMP TO MODIFIED-AT OF WS-TEMP-QUAL

           MOVE WS-TEMP-QUAL TO QUAL-RECORD
           REWRITE QUAL-RECORD

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF QUAL-SVC-RES
               MOVE 'Failed to rewrite qualification record'
                   TO STATUS-MSG OF QUAL-SVC-RES
               CLOSE QUAL-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE QUAL-FILE

           MOVE 'UPDATE' TO ACTION OF WS-AUDIT-REC
           MOVE 'QLM' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE USER-ID OF QUAL-SVC-REQ TO USER-ID OF WS-AUDIT-REC
           MOVE CORR-ID OF QUAL-SVC-REQ TO CORR-ID OF WS-AUDIT-REC
           MOVE WS-TEMP-QUAL TO AFTER-VALUE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC

           MOVE 0 TO STATUS-CODE-N OF QUAL-SVC-RES
           MOVE 'Qualification updated'
               TO STATUS-MSG OF QUAL-SVC-RES
           MOVE WS-TEMP-QUAL TO OUT-QUAL OF QUAL-SVC-RES
           .

       LIST-QUALIFICATIONS.
      *    Pre: Q-CURSOR spaces to start, or the last cursor returned
      *    Post: OUT-QUAL carries the next qualification past the
      *          cursor; MORE-RESULTS says whether to continue

           SET NO-MORE-RESULTS OF QUAL-SVC-RES TO TRUE

           OPEN INPUT QUAL-FILE
           IF FILE-NOT-FOUND
               MOVE 404 TO STATUS-CODE-N OF QUAL-SVC-RES
               MOVE 'No qualifications on file'
                   TO STATUS-MSG OF QUAL-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF QUAL-SVC-RES
               MOVE 'Cannot open qualification file'
                   TO STATUS-MSG OF QUAL-SVC-RES
               EXIT PARAGRAPH
           END-IF

           SET SCAN-NOT-DONE TO TRUE
           MOVE Q-CURSOR OF QUAL-SVC-REQ(1:6) TO QLM-REC-KEY
           IF QLM-REC-KEY = SPACES
               MOVE LOW-VALUES TO QLM-REC-KEY
           END-IF
           START QUAL-FILE KEY IS GREATER THAN QLM-REC-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START

           IF SCAN-DONE
               MOVE 404 TO STATUS-CODE-N OF QUAL-SVC-RES
               MOVE 'No further qualifications'
                   TO STATUS-MSG OF QUAL-SVC-RES
               CLOSE QUAL-FILE
               EXIT PARAGRAPH
           END-IF

           READ QUAL-FILE NEXT RECORD
               AT END
                   MOVE 404 TO STATUS-CODE-N OF QUAL-SVC-RES
                   MOVE 'No further qualifications'
                       TO STATUS-MSG OF QUAL-SVC-RES
                   CLOSE QUAL-FILE
                   EXIT PARAGRAPH
           END-READ

           MOVE QUAL-RECORD TO WS-TEMP-QUAL
           MOVE WS-TEMP-QUAL TO OUT-QUAL OF QUAL-SVC-RES
           MOVE QUAL-CODE OF WS-TEMP-QUAL
               TO NEXT-CURSOR OF QUAL-SVC-RES
           MOVE 0 TO STATUS-CODE-N OF QUAL-SVC-RES
           MOVE 'Qualification answered'
               TO STATUS-MSG OF QUAL-SVC-RES

      *    One look ahead decides MORE-RESULTS
           READ QUAL-FILE NEXT RECORD
               AT END
                   SET NO-MORE-RESULTS OF QUAL-SVC-RES TO TRUE
               NOT AT END
                   SET MORE-RESULTS OF QUAL-SVC-RES TO TRUE
           END-READ

           CLOSE QUAL-FILE
           .

       ADD-REQUIREMENT.
      *    Pre: IN-NEED populated with scope, grade or department,
      *         and a QUAL-CODE on the master
      *    Post: Link written; 409 when it is already there

           IF NOT NEED-BY-GRADE OF IN-NEED OF QUAL-SVC-REQ
                   AND NOT NEED-BY-DEPT OF IN-NEED OF QUAL-SVC-REQ
               MOVE 422 TO STATUS-CODE-N OF QUAL-SVC-RES
               MOVE 'NEED-SCOPE must be G (grade) or D (department)'
                   TO STATUS-MSG OF QUAL-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NEED-KEY OF IN-NEED OF QUAL-SVC-REQ = SPACES
               MOVE 422 TO STATUS-CODE-N OF QUAL-SVC-RES
               MOVE 'NEED-KEY (grade or department) is required'
                   TO STATUS-MSG OF QUAL-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NEED-BY-DEPT OF IN-NEED OF QUAL-SVC-REQ
                   AND NEED-KEY OF IN-NEED OF QUAL-SVC-REQ
                       IS NOT NUMERIC
               MOVE 422 TO STATUS-CODE-N OF QUAL-SVC-RES
               MOVE 'A department needs its six-digit DEPT-ID'
                   TO STATUS-MSG OF QUAL-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE QUAL-CODE OF IN-NEED OF QUAL-SVC-REQ
               TO Q-QUAL-CODE OF QUAL-SVC-REQ
           PERFORM LOOKUP-QUALIFICATION
           IF NOT OK OF QUAL-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF QUAL-NOT-ON-FILE
               MOVE 422 TO STATUS-CODE-N OF QUAL-SVC-RES
               MOVE 'Qualification code not on the master'
                   TO STATUS-MSG OF QUAL-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-NEED-FILE-IO
           IF NOT OK OF QUAL-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE IN-NEED OF QUAL-SVC-REQ TO WS-TEMP-NEED
           MOVE 1 TO RECORD-VERSION OF WS-TEMP-NEED
           MOVE 1 TO REC-VERSION OF WS-TEMP-NEED
           MOVE USER-ID OF QUAL-SVC-REQ(1:8)
               TO CREATED-BY OF WS-TEMP-NEED
           MOVE WS-CURRENT-TIMESTAMP TO CREATED-AT OF WS-TEMP-NEED

           MOVE WS-TEMP-NEED TO NEED-RECORD
           WRITE NEED-RECORD

           IF FILE-DUP-KEY
               MOVE 409 TO STATUS-CODE-N OF QUAL-SVC-RES
               MOVE 'Requirement already on file'
                   TO STATUS-MSG OF QUAL-SVC-RES
               CLOSE NEED-FILE
               EXIT PARAGRAPH
           END-IF
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF QUAL-SVC-RES
               MOVE 'Failed to write requirement record'
                   TO STATUS-MSG OF QUAL-SVC-RES
               CLOSE NEED-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE NEED-FILE

           INITIALIZE WS-AUDIT-REC
           MOVE 'CREATE' TO ACTION OF WS-AUDIT-REC
           MOVE 'QLN' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE USER-ID OF QUAL-SVC-REQ TO USER-ID OF WS-AUDIT-REC
           MOVE CORR-ID OF QUAL-SVC-REQ TO CORR-ID OF WS-AUDIT-REC
           MOVE WS-TEMP-NEED TO AFTER-VALUE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC

           MOVE 0 TO STATUS-CODE-N OF QUAL-SVC-RES
           MOVE 'Requirement added' TO STATUS-MSG OF QUAL-SVC-RES
           MOVE WS-TEMP-NEED TO OUT-NEED OF QUAL-SVC-RES
           .

       DELETE-REQUIREMENT.
      *    Pre: IN-NEED populated with scope, grade or department and
      *         QUAL-CODE
      *    Post: Link removed; 404 when it was not there

           PERFORM OPEN-NEED-FILE-IO
           IF NOT OK OF QUAL-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE IN-NEED OF QUAL-SVC-REQ TO WS-TEMP-NEED
           MOVE WS-TEMP-NEED TO NEED-RECORD
           READ NEED-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF QUAL-SVC-RES
                   MOVE 'Requirement not found'
                       TO STATUS-MSG OF QUAL-SVC-RES
                   CLOSE NEED-FILE
                   EXIT PARAGRAPH
           END-READ

           MOVE NEED-RECORD TO WS-TEMP-NEED
           DELETE NEED-FILE RECORD

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF QUAL-SVC-RES
               MOVE 'Failed to delete requirement record'
                   TO STATUS-MSG OF QUAL-SVC-RES
               CLOSE NEED-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE NEED-FILE

           INITIALIZE WS-AUDIT-REC
           MOVE 'DELETE' TO ACTION OF WS-AUDIT-REC
           MOVE 'QLN' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE USER-ID OF QUAL-SVC-REQ TO USER-ID OF WS-AUDIT-REC
           MOVE CORR-ID OF QUAL-SVC-REQ TO CORR-ID OF WS-AUDIT-REC
           MOVE WS-TEMP-NEED TO BEFORE-VALUE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC

           MOVE 0 TO STATUS-CODE-N OF QUAL-SVC-RES
           MOVE 'Requirement removed' TO STATUS-MSG OF QUAL-SVC-RES
           .

       LIST-REQUIREMENTS.
      *    Pre: Q-CURSOR spaces to start, or the last cursor returned
      *    Post: OUT-NEED carries the next link past the cursor;
      *          MORE-RESULTS says whether to continue

           SET NO-MORE-RESULTS OF QUAL-SVC-RES TO TRUE

           OPEN INPUT NEED-FILE
           IF FILE-NOT-FOUND
               MOVE 404 TO STATUS-CODE-N OF QUAL-SVC-RES
               MOVE 'No requirements on file'
                   TO STATUS-MSG OF QUAL-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF QUAL-SVC-RES
               MOVE 'Cannot open requirement file'
                   TO STATUS-MSG OF QUAL-SVC-RES
               EXIT PARAGRAPH
           END-IF

           SET SCAN-NOT-DONE TO TRUE
           MOVE Q-CURSOR OF QUAL-SVC-REQ(1:13) TO QLN-REC-KEY
           IF QLN-REC-KEY = SPACES
               MOVE LOW-VALUES TO QLN-REC-KEY
           END-IF
           START NEED-FILE KEY IS GREATER THAN QLN-REC-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START

           IF SCAN-DONE
               MOVE 404 TO STATUS-CODE-N OF QUAL-SVC-RES
               MOVE 'No further requirements'
                   TO STATUS-MSG OF QUAL-SVC-RES
               CLOSE NEED-FILE
               EXIT PARAGRAPH
           END-IF

           READ NEED-FILE NEXT RECORD
               AT END
                   MOVE 404 TO STATUS-CODE-N OF QUAL-SVC-RES
                   MOVE 'No further requirements'
                       TO STATUS-MSG OF QUAL-SVC-RES
                   CLOSE NEED-FILE
                   EXIT PARAGRAPH
           END-READ

           MOVE NEED-RECORD TO WS-TEMP-NEED
           MOVE WS-TEMP-NEED TO OUT-NEED OF QUAL-SVC-RES
           MOVE QLN-REC-KEY TO NEXT-CURSOR OF QUAL-SVC-RES
           MOVE 0 TO STATUS-CODE-N OF QUAL-SVC-RES
           MOVE 'Requirement answered'
               TO STATUS-MSG OF QUAL-SVC-RES

      *    One look ahead decides MORE-RESULTS
           READ NEED-FILE NEXT RECORD
               AT END
                   SET NO-MORE-RESULTS OF QUAL-SVC-RES TO TRUE
               NOT AT END
                   SET MORE-RESULTS OF QUAL-SVC-RES TO TRUE
           END-READ

           CLOSE NEED-FILE
           .

       PUT-HOLDING.
      *    Pre: IN-HOLDING populated with EMP-ID, a QUAL-CODE on the
      *         master and the issue date
      *    Post: Holding written (or replaced, created stamps kept);
      *          a missing expiry derived from RENEWAL-MONTHS

           IF EMP-ID OF IN-HOLDING OF QUAL-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF QUAL-SVC-RES
               MOVE 'EMP-ID is required'
                   TO STATUS-MSG OF QUAL-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF ISSUE-DATE OF IN-HOLDING OF QUAL-SVC-REQ
                   < MIN-VALID-DATE
                   OR ISSUE-DATE OF IN-HOLDING OF QUAL-SVC-REQ
                       > WS-DATE-1
               MOVE 422 TO STATUS-CODE-N OF QUAL-SVC-RES
               MOVE 'ISSUE-DATE must be a YYYYMMDD date not after today'
                   TO STATUS-MSG OF QUAL-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF EXPIRY-DATE OF IN-HOLDING OF QUAL-SVC-REQ > 0
                   AND (EXPIRY-DATE OF IN-HOLDING OF QUAL-SVC-REQ
                       < ISSUE-DATE OF IN-HOLDING OF QUAL-SVC-REQ
                       OR EXPIRY-DATE OF IN-HOLDING OF QUAL-SVC-REQ
                           > OPEN-ENDED-DATE)
               MOVE 422 TO STATUS-CODE-N OF QUAL-SVC-RES
               MOVE 'EXPIRY-DATE precedes ISSUE-DATE'
                   TO STATUS-MSG OF QUAL-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF HOLDING-STATUS OF IN-HOLDING OF QUAL-SVC-REQ = SPACE
               SET HOLDING-CURRENT OF IN-HOLDING OF QUAL-SVC-REQ
                   TO TRUE
           END-IF
           IF NOT HOLDING-CURRENT OF IN-HOLDING OF QUAL-SVC-REQ
                   AND NOT HOLDING-REVOKED
                       OF IN-HOLDING OF QUAL-SVC-REQ
               MOVE 422 TO STATUS-CODE-N OF QUAL-SVC-RES
               MOVE 'HOLDING-STATUS must be A (current) or R (revoked)'
                   TO STATUS-MSG OF QUAL-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE QUAL-CODE OF IN-HOLDING OF QUAL-SVC-REQ
               TO Q-QUAL-CODE OF QUAL-SVC-REQ
           PERFORM LOOKUP-QUALIFICATION
           IF NOT OK OF QUAL-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF QUAL-NOT-ON-FILE
               MOVE 422 TO STATUS-CODE-N OF QUAL-SVC-RES
               MOVE 'Qualification code not on the master'
                   TO STATUS-MSG OF QUAL-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE IN-HOLDING OF QUAL-SVC-REQ TO WS-TEMP-HOLDING
           IF EXPIRY-DATE OF WS-TEMP-HOLDING = 0
                   AND RENEWAL-MONTHS OF WS-TEMP-QUAL > 0
               PERFORM DERIVE-EXPIRY-DATE
           END-IF

           PERFORM OPEN-HOLDING-FILE-IO
           IF NOT OK OF QUAL-SVC-RES
               EXIT PARAGRAPH
           END-IF

           SET HOLDING-NEW TO TRUE
           MOVE EMP-ID OF WS-TEMP-HOLDING TO WS-EMP-ID-STR
           MOVE WS-EMP-ID-STR TO EQL-KEY-EMP
           MOVE QUAL-CODE OF WS-TEMP-HOLDING TO EQL-KEY-QUAL
           READ HOLDING-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET HOLDING-EXISTS TO TRUE
                   MOVE HOLDING-RECORD TO WS-PRIOR-HOLDING
           END-READ

           MOVE 1 TO RECORD-VERSION OF WS-TEMP-HOLDING
           IF HOLDING-EXISTS
               COMPUTE REC-VERSION OF WS-TEMP-HOLDING =
                   REC-VERSION OF WS-PRIOR-HOLDING + 1
               MOVE CREATED-BY OF WS-PRIOR-HOLDING
                   TO CREATED-BY OF WS-TEMP-HOLDING
               MOVE CREATED-AT OF WS-PRIOR-HOLDING
                   TO CREATED-AT OF WS-TEMP-HOLDING
               MOVE USER-ID OF QUAL-SVC-REQ(1:8)
                   TO MODIFIED-BY OF WS-TEMP-HOLDING
               MOVE WS-CURRENT-TIMESTAMP
                   TO MODIFIED-AT OF WS-TEMP-HOLDING
           ELSE
               MOVE 1 TO REC-VERSION OF WS-TEMP-HOLDING
               MOVE USER-ID OF QUAL-SVC-REQ(1:8)
                   TO CREATED-BY OF WS-TEMP-HOLDING
               MOVE WS-CURRENT-TIMESTAMP
                   TO CREATED-AT OF WS-TEMP-HOLDING
               MOVE SPACES TO MODIFIED-BY OF WS-TEMP-HOLDING
               MOVE 0 TO MODIFIED-AT OF WS-TEMP-HOLDING
           END-IF

           MOVE WS-TEMP-HOLDING TO HOLDING-RECORD
           IF HOLDING-EXISTS
               REWRITE HOLDING-RECORD
           ELSE
               WRITE HOLDING-RECORD
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF QUAL-SVC-RES
               MOVE 'Failed to write holding record'
                   TO STATUS-MSG OF QUAL-SVC-RES
               CLOSE HOLDING-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE HOLDING-FILE

           INITIALIZE WS-AUDIT-REC
           IF HOLDING-EXISTS
               MOVE 'UPDATE' TO ACTION OF WS-AUDIT-REC
               MOVE WS-PRIOR-HOLDING TO BEFORE-VALUE OF WS-AUDIT-REC
           ELSE
               MOVE 'CREATE' TO ACTION OF WS-AUDIT-REC
           END-IF
           MOVE 'EQL' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE EMP-ID OF WS-TEMP-HOLDING TO ENTITY-ID OF WS-AUDIT-REC
           MOVE USER-ID OF QUAL-SVC-REQ TO USER-ID OF WS-AUDIT-REC
           MOVE CORR-ID OF QUAL-SVC-REQ TO CORR-ID OF WS-AUDIT-REC
           MOVE WS-TEMP-HOLDING TO AFTER-VALUE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC

           MOVE 0 TO STATUS-CODE-N OF QUAL-SVC-RES
           MOVE 'Holding recorded' TO STATUS-MSG OF QUAL-SVC-RES
           MOVE WS-TEMP-HOLDING TO OUT-HOLDING OF QUAL-SVC-RES
           .

      * DERIVE-EXPIRY-DATE: Issue date plus the renewal interval in
      * whole months; a day the target month does not have (the
      * 31st, or 29 February) falls back to that month's last day.
       DERIVE-EXPIRY-DATE.
           MOVE ISSUE-DATE OF WS-TEMP-HOLDING TO WS-EXPIRY-WORK
           COMPUTE WS-MONTH-COUNT = WS-EXP-YEAR * 12
               + WS-EXP-MONTH - 1
               + RENEWAL-MONTHS OF WS-TEMP-QUAL
           DIVIDE WS-MONTH-COUNT BY 12
               GIVING WS-EXP-YEAR REMAINDER WS-EXP-MONTH
           ADD 1 TO WS-EXP-MONTH

           MOVE 'V ' TO WS-DATE-OPERATION
           MOVE WS-EXPIRY-WORK TO WS-DATE-UTIL-D1
           CALL 'DATE-UTIL' USING WS-DATE-OPERATION
                                  WS-DATE-UTIL-D1
                                  WS-DATE-UTIL-D2
                                  WS-DATE-UTIL-RESULT
                                  WS-DATE-UTIL-STATUS
           PERFORM UNTIL WS-DATE-UTIL-STATUS = 0
                   OR WS-EXP-DAY <= 28
               SUBTRACT 1 FROM WS-EXP-DAY
               MOVE WS-EXPIRY-WORK TO WS-DATE-UTIL-D1
               CALL 'DATE-UTIL' USING WS-DATE-OPERATION
                                      WS-DATE-UTIL-D1
                                      WS-DATE-UTIL-D2
                                      WS-DATE-UTIL-RESULT
                                      WS-DATE-UTIL-STATUS
           END-PERFORM

           MOVE WS-EXPIRY-WORK TO EXPIRY-DATE OF WS-TEMP-HOLDING
           .

       FIND-HOLDING.
      *    Pre: Q-EMP-ID and Q-QUAL-CODE populated
      *    Post: OUT-HOLDING carries the holding; 404 when the
      *          employee does not hold the qualification

           IF Q-EMP-ID OF QUAL-SVC-REQ = 0
                   OR Q-QUAL-CODE OF QUAL-SVC-REQ = SPACES
               MOVE 422 TO STATUS-CODE-N OF QUAL-SVC-RES
               MOVE 'Q-EMP-ID and Q-QUAL-CODE are required'
                   TO STATUS-MSG OF QUAL-SVC-RES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT HOLDING-FILE
           IF FILE-NOT-FOUND
               MOVE 404 TO STATUS-CODE-N OF QUAL-SVC-RES
               MOVE 'No holdings on file'
                   TO STATUS-MSG OF QUAL-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF QUAL-SVC-RES
               MOVE 'Cannot open holding file'
                   TO STATUS-MSG OF QUAL-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-EMP-ID OF QUAL-SVC-REQ TO WS-EMP-ID-STR
           MOVE WS-EMP-ID-STR TO EQL-KEY-EMP
           MOVE Q-QUAL-CODE OF QUAL-SVC-REQ TO EQL-KEY-QUAL
           READ HOLDING-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF QUAL-SVC-RES
                   MOVE 'Holding not found'
                       TO STATUS-MSG OF QUAL-SVC-RES
               NOT INVALID KEY
                   MOVE HOLDING-RECORD TO WS-TEMP-HOLDING
                   MOVE WS-TEMP-HOLDING TO OUT-HOLDING OF QUAL-SVC-RES
                   MOVE 0 TO STATUS-CODE-N OF QUAL-SVC-RES
                   MOVE 'Holding found' TO STATUS-MSG OF QUAL-SVC-RES
           END-READ

           CLOSE HOLDING-FILE
           .

       LIST-HOLDINGS.
      *    Pre: Q-EMP-ID populated; Q-CURSOR spaces to start, or the
      *         last cursor returned
      *    Post: OUT-HOLDING carries the employee's next holding past
      *          the cursor; MORE-RESULTS says whether to continue

           SET NO-MORE-RESULTS OF QUAL-SVC-RES TO TRUE

           IF Q-EMP-ID OF QUAL-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF QUAL-SVC-RES
               MOVE 'Q-EMP-ID is required'
                   TO STATUS-MSG OF QUAL-SVC-RES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT HOLDING-FILE
           IF FILE-NOT-FOUND
               MOVE 404 TO STATUS-CODE-N OF QUAL-SVC-RES
               MOVE 'No holdings on file'
                   TO STATUS-MSG OF QUAL-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF QUAL-SVC-RES
               MOVE 'Cannot open holding file'
                   TO STATUS-MSG OF QUAL-SVC-RES
               EXIT PARAGRAPH
           END-IF

           SET SCAN-NOT-DONE TO TRUE
           MOVE Q-EMP-ID OF QUAL-SVC-REQ TO WS-EMP-ID-STR
           MOVE WS-EMP-ID-STR TO EQL-KEY-EMP
           MOVE Q-CURSOR OF QUAL-SVC-REQ(1:6) TO EQL-KEY-QUAL
           IF EQL-KEY-QUAL = SPACES
               MOVE LOW-VALUES TO EQL-KEY-QUAL
           END-IF
           START HOLDING-FILE KEY IS GREATER THAN EQL-REC-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START

           IF NOT SCAN-DONE
               READ HOLDING-FILE NEXT RECORD
                   AT END
                       SET SCAN-DONE TO TRUE
               END-READ
           END-IF
           IF NOT SCAN-DONE
               IF EQL-KEY-EMP NOT = WS-EMP-ID-STR
                   SET SCAN-DONE TO TRUE
               END-IF
           END-IF

           IF SCAN-DONE
               MOVE 404 TO STATUS-CODE-N OF QUAL-SVC-RES
               MOVE 'No further holdings'
                   TO STATUS-MSG OF QUAL-SVC-RES
               CLOSE HOLDING-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE HOLDING-RECORD TO WS-TEMP-HOLDING
           MOVE WS-TEMP-HOLDING TO OUT-HOLDING OF QUAL-SVC-RES
           MOVE QUAL-CODE OF WS-TEMP-HOLDING
               TO NEXT-CURSOR OF QUAL-SVC-RES
           MOVE 0 TO STATUS-CODE-N OF QUAL-SVC-RES
           MOVE 'Holding answered' TO STATUS-MSG OF QUAL-SVC-RES

      *    One look ahead decides MORE-RESULTS
           READ HOLDING-FILE NEXT RECORD
               AT END
                   SET NO-MORE-RESULTS OF QUAL-SVC-RES TO TRUE
               NOT AT END
                   IF EQL-KEY-EMP = WS-EMP-ID-STR
                       SET MORE-RESULTS OF QUAL-SVC-RES TO TRUE
                   END-IF
           END-READ

           CLOSE HOLDING-FILE
           .

       OPEN-QUAL-FILE-IO.
      *    Pre: None
      *    Post: QUAL-FILE open I-O (created first if it didn't
      *          exist), STATUS-CODE-N set

           OPEN I-O QUAL-FILE

           IF FILE-NOT-FOUND
      *        Create new file
               OPEN OUTPUT QUAL-FILE
               CLOSE QUAL-FILE
               OPEN I-O QUAL-FILE
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF QUAL-SVC-RES
               MOVE 'Cannot open qualification file'
                   TO STATUS-MSG OF QUAL-SVC-RES
           ELSE
               MOVE 0 TO STATUS-CODE-N OF QUAL-SVC-RES
           END-IF
           .

       OPEN-NEED-FILE-IO.
      *    Pre: None
      *    Post: NEED-FILE open I-O (created first if it didn't
      *          exist), STATUS-CODE-N set

           OPEN I-O NEED-FILE

           IF FILE-NOT-FOUND
      *        Create new file
               OPEN OUTPUT NEED-FILE
               CLOSE NEED-FILE
               OPEN I-O NEED-FILE
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF QUAL-SVC-RES
               MOVE 'Cannot open requirement file'
                   TO STATUS-MSG OF QUAL-SVC-RES
           ELSE
               MOVE 0 TO STATUS-CODE-N OF QUAL-SVC-RES
           END-IF
           .

       OPEN-HOLDING-FILE-IO.
      *    Pre: None
      *    Post: HOLDING-FILE open I-O (created first if it didn't
      *          exist), STATUS-CODE-N set

           OPEN I-O HOLDING-FILE

           IF FILE-NOT-FOUND
      *        Create new file
               OPEN OUTPUT HOLDING-FILE
               CLOSE HOLDING-FILE
               OPEN I-O HOLDING-FILE
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF QUAL-SVC-RES
               MOVE 'Cannot open holding file'
                   TO STATUS-MSG OF QUAL-SVC-RES
           ELSE
               MOVE 0 TO STATUS-CODE-N OF QUAL-SVC-RES
           END-IF
           .

       END PROGRAM QUAL-SVC.
