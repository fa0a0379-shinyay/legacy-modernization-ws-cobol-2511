       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNST-SVC.
      ******************************************************************
      * CNST-SVC - Electronic Delivery Consent Service
      * Purpose: Keeps the register of employees' consents to receive
      *          their pay statements, annual withholding statements
      *          and annual total rewards statements through the
      *          portal, and answers whether a consent is in force on
      *          a date - the one test PAYSLIP, YEARRPT and TOTREWD
      *          apply before delivering electronically.
      * Operations: GRANT, FIND, WITHDRAW, CHECK
      * Pre: Valid request with OP-CODE, USER-ID, CORR-ID
      * Post: Response with STATUS-CODE-N and STATUS-MSG
      * Note: CONSENT-FILE is owned by this service directly, keyed
      *       on EMP-ID + DOC-TYPE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSENT-FILE ASSIGN TO 'hr-cobol/data/consent.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNS-REC-KEY SOURCE IS CNS-REC-KEY1
                   CNS-REC-KEY2
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * CNS-REC-KEY is a split key over EMP-ID and DOC-TYPE
      * (positions 12-20 and 21 of the 200-byte record).
       FD  CONSENT-FILE.
       01  CONSENT-RECORD.
           05  FILLER               PIC X(11).
           05  CNS-REC-KEY1         PIC X(9).
           05  CNS-REC-KEY2         PIC X(1).
           05  FILLER               PIC X(179).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'CNST-SVC'.
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

       01  WS-TEMP-CONSENT.
           COPY consent REPLACING ==05== BY ==10==.
       01  WS-PRIOR-CONSENT.
           COPY consent REPLACING ==05== BY ==10==.

       01  WS-EMP-ID-STR           PIC X(9).
       01  WS-ON-FILE-SW           PIC X.
           88  CONSENT-ON-FILE         VALUE 'Y'.
           88  CONSENT-NOT-ON-FILE     VALUE 'N'.

      * Working storage for EMP-SVC calls - only an employee on
      * file can consent
           COPY emp-req.
           COPY emp-res.

      * Working storage for AUDIT-LOG calls
       01  WS-AUDIT-REC.
           COPY audit.

       LINKAGE SECTION.
           COPY cnst-req.
           COPY cnst-res.

       PROCEDURE DIVISION USING CNST-SVC-REQ CNST-SVC-RES.

       MAIN-PROCESS.
      *    Initialize response
           INITIALIZE CNST-SVC-RES
           MOVE CORR-ID OF CNST-SVC-REQ TO CORR-ID OF CNST-SVC-RES
           SET DELIVER-PRINT OF CNST-SVC-RES TO TRUE

      *    Get current date and timestamp
           ACCEPT WS-DATE-1 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-DATE-1 WS-CURRENT-TIME
               DELIMITED BY SIZE
               INTO WS-CURRENT-TIMESTAMP

      *    Route to operation
           EVALUATE TRUE
               WHEN OP-GRANT OF CNST-SVC-REQ
                   PERFORM GRANT-CONSENT
               WHEN OP-FIND OF CNST-SVC-REQ
                   PERFORM FIND-CONSENT
               WHEN OP-WITHDRAW OF CNST-SVC-REQ
                   PERFORM WITHDRAW-CONSENT
               WHEN OP-CHECK OF CNST-SVC-REQ
                   PERFORM CHECK-CONSENT
               WHEN OTHER
                   MOVE 422 TO STATUS-CODE-N OF CNST-SVC-RES
                   MOVE 'Invalid operation code'
                       TO STATUS-MSG OF CNST-SVC-RES
           END-EVALUATE

           GOBACK
           .

       GRANT-CONSENT.
      *    Pre: IN-CONSENT populated with EMP-ID, DOC-TYPE,
      *         CONSENT-DATE, CONSENT-METHOD, CONSENT-REF, PORTAL-ID
      *    Post: Consent in force from CONSENT-DATE - a new record,
      *          or a withdrawn one re-dated; 409 when a consent is
      *          already in force

           IF NOT DOC-TYPE-VALID OF IN-CONSENT OF CNST-SVC-REQ
               MOVE 422 TO STATUS-CODE-N OF CNST-SVC-RES
               MOVE 'DOC-TYPE must be P, W or R'
                   TO STATUS-MSG OF CNST-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NOT METHOD-VALID OF IN-CONSENT OF CNST-SVC-REQ
               MOVE 422 TO STATUS-CODE-N OF CNST-SVC-RES
               MOVE 'CONSENT-METHOD must be W or E'
                   TO STATUS-MSG OF CNST-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF CONSENT-REF OF IN-CONSENT OF CNST-SVC-REQ = SPACES
               MOVE 422 TO STATUS-CODE-N OF CNST-SVC-RES
               MOVE 'CONSENT-REF is required - the consent must be on'
                   & ' file'
                   TO STATUS-MSG OF CNST-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF PORTAL-ID OF IN-CONSENT OF CNST-SVC-REQ = SPACES
               MOVE 422 TO STATUS-CODE-N OF CNST-SVC-RES
               MOVE 'PORTAL-ID is required'
                   TO STATUS-MSG OF CNST-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE CONSENT-DATE OF IN-CONSENT OF CNST-SVC-REQ
               TO WS-DATE-UTIL-D1
           PERFORM VALIDATE-DATE
           IF NOT OK OF CNST-SVC-RES
               EXIT PARAGRAPH
           END-IF

           INITIALIZE EMP-SVC-REQ
           INITIALIZE EMP-SVC-RES
           MOVE 'F' TO OP-CODE OF EMP-SVC-REQ
           MOVE USER-ID OF CNST-SVC-REQ TO USER-ID OF EMP-SVC-REQ
           MOVE CORR-ID OF CNST-SVC-REQ TO CORR-ID OF EMP-SVC-REQ
           MOVE EMP-ID OF IN-CONSENT OF CNST-SVC-REQ
               TO Q-EMP-ID OF EMP-SVC-REQ
           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES
           IF NOT OK OF EMP-SVC-RES
               MOVE 404 TO STATUS-CODE-N OF CNST-SVC-RES
               MOVE 'Employee not found'
                   TO STATUS-MSG OF CNST-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-CONSENT-FILE-IO
           IF NOT OK OF CNST-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE EMP-ID OF IN-CONSENT OF CNST-SVC-REQ TO WS-EMP-ID-STR
           MOVE WS-EMP-ID-STR TO CNS-REC-KEY1
           MOVE DOC-TYPE OF IN-CONSENT OF CNST-SVC-REQ TO CNS-REC-KEY2
           SET CONSENT-NOT-ON-FILE TO TRUE
           READ CONSENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CONSENT-ON-FILE TO TRUE
                   MOVE CONSENT-RECORD TO WS-PRIOR-CONSENT
           END-READ

           INITIALIZE WS-AUDIT-REC
           IF CONSENT-ON-FILE
               IF WITHDRAW-DATE OF WS-PRIOR-CONSENT = 0
                   MOVE 409 TO STATUS-CODE-N OF CNST-SVC-RES
                   MOVE 'A consent is already in force'
                       TO STATUS-MSG OF CNST-SVC-RES
                   CLOSE CONSENT-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-PRIOR-CONSENT TO WS-TEMP-CONSENT
               PERFORM TAKE-CONSENT-TERMS
               MOVE 0 TO WITHDRAW-DATE OF WS-TEMP-CONSENT
               ADD 1 TO REC-VERSION OF WS-TEMP-CONSENT
               MOVE USER-ID OF CNST-SVC-REQ(1:8)
                   TO MODIFIED-BY OF WS-TEMP-CONSENT
               MOVE WS-CURRENT-TIMESTAMP
                   TO MODIFIED-AT OF WS-TEMP-CONSENT
               MOVE WS-TEMP-CONSENT TO CONSENT-RECORD
               REWRITE CONSENT-RECORD
               MOVE WS-PRIOR-CONSENT TO BEFORE-VALUE OF WS-AUDIT-REC
           ELSE
               MOVE IN-CONSENT OF CNST-SVC-REQ TO WS-TEMP-CONSENT
               MOVE 1 TO RECORD-VERSION OF WS-TEMP-CONSENT
               MOVE 1 TO REC-VERSION OF WS-TEMP-CONSENT
               MOVE 0 TO WITHDRAW-DATE OF WS-TEMP-CONSENT
               MOVE USER-ID OF CNST-SVC-REQ(1:8)
                   TO CREATED-BY OF WS-TEMP-CONSENT
               MOVE WS-CURRENT-TIMESTAMP
                   TO CREATED-AT OF WS-TEMP-CONSENT
               MOVE SPACES TO MODIFIED-BY OF WS-TEMP-CONSENT
               MOVE 0 TO MODIFIED-AT OF WS-TEMP-CONSENT
               MOVE WS-TEMP-CONSENT TO CONSENT-RECORD
               WRITE CONSENT-RECORD
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF CNST-SVC-RES
               MOVE 'Failed to write consent record'
                   TO STATUS-MSG OF CNST-SVC-RES
               CLOSE CONSENT-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE CONSENT-FILE

           MOVE 'CNST-GRANT' TO ACTION OF WS-AUDIT-REC
           PERFORM WRITE-CONSENT-AUDIT

           MOVE 0 TO STATUS-CODE-N OF CNST-SVC-RES
           MOVE 'Consent recorded' TO STATUS-MSG OF CNST-SVC-RES
           MOVE WS-TEMP-CONSENT TO OUT-CONSENT OF CNST-SVC-RES
           .

      * TAKE-CONSENT-TERMS: The new consent's date, method, filing
      * reference and portal account over a re-dated record.
       TAKE-CONSENT-TERMS.
           MOVE CONSENT-DATE OF IN-CONSENT OF CNST-SVC-REQ
               TO CONSENT-DATE OF WS-TEMP-CONSENT
           MOVE CONSENT-METHOD OF IN-CONSENT OF CNST-SVC-REQ
               TO CONSENT-METHOD OF WS-TEMP-CONSENT
           MOVE CONSENT-REF OF IN-CONSENT OF CNST-SVC-REQ
               TO CONSENT-REF OF WS-TEMP-CONSENT
           MOVE PORTAL-ID OF IN-CONSENT OF CNST-SVC-REQ
               TO PORTAL-ID OF WS-TEMP-CONSENT
           .

       VALIDATE-DATE.
           MOVE 0 TO STATUS-CODE-N OF CNST-SVC-RES
           MOVE 'V ' TO WS-DATE-OPERATION
           CALL 'DATE-UTIL' USING WS-DATE-OPERATION
                                  WS-DATE-UTIL-D1
                                  WS-DATE-UTIL-D2
                                  WS-DATE-UTIL-RESULT
                                  WS-DATE-UTIL-STATUS
           IF WS-DATE-UTIL-STATUS NOT = 0
               MOVE 422 TO STATUS-CODE-N OF CNST-SVC-RES
               MOVE 'Date is not a valid YYYYMMDD date'
                   TO STATUS-MSG OF CNST-SVC-RES
           END-IF
           .

       FIND-CONSENT.
      *    Pre: Q-EMP-ID and Q-DOC-TYPE populated
      *    Post: OUT-CONSENT carries the record

           PERFORM READ-CONSENT-RECORD
           IF OK OF CNST-SVC-RES
               MOVE 'Consent record answered'
                   TO STATUS-MSG OF CNST-SVC-RES
           END-IF
           .

       WITHDRAW-CONSENT.
      *    Pre: Q-EMP-ID, Q-DOC-TYPE, Q-DATE (first day the document
      *         goes to print again)
      *    Post: Consent withdrawn from Q-DATE

           MOVE Q-DATE OF CNST-SVC-REQ TO WS-DATE-UTIL-D1
           PERFORM VALIDATE-DATE
           IF NOT OK OF CNST-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-CONSENT-FILE-IO
           IF NOT OK OF CNST-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-EMP-ID OF CNST-SVC-REQ TO WS-EMP-ID-STR
           MOVE WS-EMP-ID-STR TO CNS-REC-KEY1
           MOVE Q-DOC-TYPE OF CNST-SVC-REQ TO CNS-REC-KEY2
           READ CONSENT-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF CNST-SVC-RES
                   MOVE 'Consent not found'
                       TO STATUS-MSG OF CNST-SVC-RES
                   CLOSE CONSENT-FILE
                   EXIT PARAGRAPH
           END-READ

           MOVE CONSENT-RECORD TO WS-PRIOR-CONSENT
           MOVE WS-PRIOR-CONSENT TO WS-TEMP-CONSENT

           IF WITHDRAW-DATE OF WS-TEMP-CONSENT NOT = 0
               MOVE 422 TO STATUS-CODE-N OF CNST-SVC-RES
               MOVE 'Consent is already withdrawn'
                   TO STATUS-MSG OF CNST-SVC-RES
               CLOSE CONSENT-FILE
               EXIT PARAGRAPH
           END-IF
           IF Q-DATE OF CNST-SVC-REQ
                   < CONSENT-DATE OF WS-TEMP-CONSENT
               MOVE 422 TO STATUS-CODE-N OF CNST-SVC-RES
               MOVE 'Withdrawal cannot precede the consent date'
                   TO STATUS-MSG OF CNST-SVC-RES
               CLOSE CONSENT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE Q-DATE OF CNST-SVC-REQ
               TO WITHDRAW-DATE OF WS-TEMP-CONSENT
           ADD 1 TO REC-VERSION OF WS-TEMP-CONSENT
           MOVE USER-ID OF CNST-SVC-REQ(1:8)
               TO MODIFIED-BY OF WS-TEMP-CONSENT
           MOVE WS-CURRENT-TIMESTAMP TO MODIFIED-AT OF WS-TEMP-CONSENT

           MOVE WS-TEMP-CONSENT TO CONSENT-RECORD
           REWRITE CONSENT-RECORD

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF CNST-SVC-RES
               MOVE 'Failed to rewrite consent record'
                   TO STATUS-MSG OF CNST-SVC-RES
               CLOSE CONSENT-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE CONSENT-FILE

           INITIALIZE WS-AUDIT-REC
           MOVE 'CNST-WDRW' TO ACTION OF WS-AUDIT-REC
           MOVE WS-PRIOR-CONSENT TO BEFORE-VALUE OF WS-AUDIT-REC
           PERFORM WRITE-CONSENT-AUDIT

           MOVE 0 TO STATUS-CODE-N OF CNST-SVC-RES
           MOVE 'Consent withdrawn' TO STATUS-MSG OF CNST-SVC-RES
           MOVE WS-TEMP-CONSENT TO OUT-CONSENT OF CNST-SVC-RES
           .

       CHECK-CONSENT.
      *    Pre: Q-EMP-ID, Q-DOC-TYPE, Q-DATE (the delivery date)
      *    Post: DELIVER-PORTAL when a consent is in force on Q-DATE
      *          - given on or before it and not withdrawn by it;
      *          DELIVER-PRINT otherwise. No record is not an error.

           PERFORM READ-CONSENT-RECORD
           IF NOT OK OF CNST-SVC-RES
               SET DELIVER-PRINT OF CNST-SVC-RES TO TRUE
               IF NOT IO-ERROR OF CNST-SVC-RES
                   MOVE 0 TO STATUS-CODE-N OF CNST-SVC-RES
                   MOVE 'No consent on file - deliver on paper'
                       TO STATUS-MSG OF CNST-SVC-RES
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF CONSENT-DATE OF WS-TEMP-CONSENT <= Q-DATE OF CNST-SVC-REQ
                   AND (WITHDRAW-DATE OF WS-TEMP-CONSENT = 0
                       OR WITHDRAW-DATE OF WS-TEMP-CONSENT
                           > Q-DATE OF CNST-SVC-REQ)
               SET DELIVER-PORTAL OF CNST-SVC-RES TO TRUE
               MOVE 'Consent in force - deliver through the portal'
                   TO STATUS-MSG OF CNST-SVC-RES
           ELSE
               SET DELIVER-PRINT OF CNST-SVC-RES TO TRUE
               MOVE 'Consent not in force - deliver on paper'
                   TO STATUS-MSG OF CNST-SVC-RES
           END-IF
           .

      * READ-CONSENT-RECORD: Reads the record named by Q-EMP-ID +
      * Q-DOC-TYPE into WS-TEMP-CONSENT and OUT-CONSENT.
       READ-CONSENT-RECORD.
           OPEN INPUT CONSENT-FILE
           IF FILE-NOT-FOUND
               MOVE 404 TO STATUS-CODE-N OF CNST-SVC-RES
               MOVE 'No consents on file'
                   TO STATUS-MSG OF CNST-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF CNST-SVC-RES
               MOVE 'Cannot open consent file'
                   TO STATUS-MSG OF CNST-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-EMP-ID OF CNST-SVC-REQ TO WS-EMP-ID-STR
           MOVE WS-EMP-ID-STR TO CNS-REC-KEY1
           MOVE Q-DOC-TYPE OF CNST-SVC-REQ TO CNS-REC-KEY2
           READ CONSENT-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF CNST-SVC-RES
                   MOVE 'Consent not found'
                       TO STATUS-MSG OF CNST-SVC-RES
               NOT INVALID KEY
                   MOVE CONSENT-RECORD TO WS-TEMP-CONSENT
                   MOVE WS-TEMP-CONSENT
                       TO OUT-CONSENT OF CNST-SVC-RES
                   MOVE 0 TO STATUS-CODE-N OF CNST-SVC-RES
           END-READ

           CLOSE CONSENT-FILE
           .

      * WRITE-CONSENT-AUDIT: Audits WS-TEMP-CONSENT under the ACTION
      * (and any BEFORE-VALUE) the caller set.
       WRITE-CONSENT-AUDIT.
           MOVE 'CNS' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE EMP-ID OF WS-TEMP-CONSENT TO ENTITY-ID OF WS-AUDIT-REC
           MOVE USER-ID OF CNST-SVC-REQ TO USER-ID OF WS-AUDIT-REC
           MOVE CORR-ID OF CNST-SVC-REQ TO CORR-ID OF WS-AUDIT-REC
           MOVE WS-TEMP-CONSENT TO AFTER-VALUE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC
           .

       OPEN-CONSENT-FILE-IO.
      *    Pre: None
      *    Post: CONSENT-FILE open I-O (created first if it didn't
      *          exist), STATUS-CODE-N set

           OPEN I-O CONSENT-FILE

           IF FILE-NOT-FOUND
      *        Create new file
               OPEN OUTPUT CONSENT-FILE
               CLOSE CONSENT-FILE
               OPEN I-O CONSENT-FILE
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF CNST-SVC-RES
               MOVE 'Cannot open consent file'
                   TO STATUS-MSG OF CNST-SVC-RES
           ELSE
               MOVE 0 TO STATUS-CODE-N OF CNST-SVC-RES
           END-IF
           .

       END PROGRAM CNST-SVC.
