       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMGC-SVC.
      ******************************************************************
      * EMGC-SVC - Emergency Contact Service
      * Purpose: Holds each employee's own phones and up to two
      *          emergency contacts. SET upserts the record (a
      *          replace must carry the REC-VERSION it read), GET
      *          answers it, VALIDATE runs SET's checks on the
      *          details without writing, for ONBOARD's bundle check
      *          before the hire exists, and SCRUB blanks it when
      *          PURGEPII scrubs the rest of the employee's record.
      * Operations: SET, GET, VALIDATE, SCRUB
      * Pre: Valid request with OP-CODE, USER-ID, CORR-ID
      * Post: Response with STATUS-CODE-N and STATUS-MSG
      * Note: EMGC-FILE is owned by this service directly, the way
      *       MYNUM-SVC owns mynum.dat - keyed on EMP-ID. GET is not
      *       audited here; the screen that shows the record writes
      *       the PERSNL-VIEW read-access entry, as for the employee
      *       find.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMGC-FILE ASSIGN TO 'hr-cobol/data/emgcont.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMC-REC-KEY
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * EMC-REC-KEY occupies the EMP-ID byte range (positions 12-20
      * of the 300-byte record).
       FD  EMGC-FILE.
       01  EMGC-RECORD.
           05  FILLER               PIC X(11).
           05  EMC-REC-KEY          PIC X(9).
           05  FILLER               PIC X(280).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'EMGC-SVC'.
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

       01  WS-TEMP-EMGC.
           COPY emgcont REPLACING ==05== BY ==10==.
       01  WS-BEFORE-EMGC          PIC X(300).

       01  WS-EMP-ID-STR           PIC X(9).
       01  WS-RECORD-EXISTS-SW     PIC X.
           88  EMGC-EXISTS             VALUE 'Y'.
           88  EMGC-NEW                VALUE 'N'.
       01  WS-AUDIT-ACTION         PIC X(12).

      * Working storage for the phone number check - digits and
      * hyphens only, at least one digit
       01  WS-PHONE                PIC X(15).
       01  WS-PHONE-DIGITS         PIC 9(2).
       01  WS-PHONE-OTHER          PIC 9(2).
       01  WS-PHONE-SW             PIC X.
           88  PHONE-OK                VALUE 'Y'.
           88  PHONE-BAD               VALUE 'N'.

      * Working storage for the employee check - the record must
      * belong to an employee on the master
       01  WS-DAO-OPERATION        PIC X(2).
       01  WS-DAO-ENTITY-TYPE      PIC X(10) VALUE 'EMPLOYEE  '.
       01  WS-DAO-KEY              PIC X(20).
       01  WS-DAO-BUFFER           PIC X(1000).
       01  WS-DAO-STATUS           PIC 9(4).
       78  LATEST-VERSION-MARKER   VALUE '99999999'.

      * Working storage for AUDIT-LOG calls
       01  WS-AUDIT-REC.
           COPY audit.

       LINKAGE SECTION.
           COPY emgc-req.
           COPY emgc-res.

       PROCEDURE DIVISION USING EMGC-SVC-REQ EMGC-SVC-RES.

       MAIN-PROCESS.
      *    Initialize response
           INITIALIZE EMGC-SVC-RES
           MOVE CORR-ID OF EMGC-SVC-REQ TO CORR-ID OF EMGC-SVC-RES

      *    Get current date and timestamp
           ACCEPT WS-DATE-1 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-DATE-1 WS-CURRENT-TIME
               DELIMITED BY SIZE
               INTO WS-CURRENT-TIMESTAMP

      *    Route to operation
           EVALUATE TRUE
               WHEN OP-SET OF EMGC-SVC-REQ
                   PERFORM SET-EMERGENCY-CONTACTS
               WHEN OP-GET OF EMGC-SVC-REQ
                   PERFORM GET-EMERGENCY-CONTACTS
               WHEN OP-VALIDATE OF EMGC-SVC-REQ
                   PERFORM VALIDATE-EMERGENCY-CONTACTS
                   IF OK OF EMGC-SVC-RES
                       MOVE 'Emergency contacts valid'
                           TO STATUS-MSG OF EMGC-SVC-RES
                   END-IF
               WHEN OP-SCRUB OF EMGC-SVC-REQ
                   PERFORM SCRUB-EMERGENCY-CONTACTS
               WHEN OTHER
                   MOVE 422 TO STATUS-CODE-N OF EMGC-SVC-RES
                   MOVE 'Invalid operation code'
                       TO STATUS-MSG OF EMGC-SVC-RES
           END-EVALUATE

           GOBACK
           .

      * VALIDATE-EMERGENCY-CONTACTS: SET's checks on the details in
      * IN-EMGC - every phone given, and each contact complete (a
      * name with a relationship and a phone) or wholly blank; the
      * first contact must be filled before the second. The
      * employee is not checked here: ONBOARD validates before the
      * hire is written.
       VALIDATE-EMERGENCY-CONTACTS.
           MOVE 0 TO STATUS-CODE-N OF EMGC-SVC-RES

           MOVE EMP-MOBILE-PHONE OF IN-EMGC OF EMGC-SVC-REQ
               TO WS-PHONE
           PERFORM CHECK-PHONE
           IF PHONE-BAD
               MOVE 422 TO STATUS-CODE-N OF EMGC-SVC-RES
               MOVE 'EMP-MOBILE-PHONE must be digits and hyphens'
                   TO STATUS-MSG OF EMGC-SVC-RES
               EXIT PARAGRAPH
           END-IF
           MOVE EMP-HOME-PHONE OF IN-EMGC OF EMGC-SVC-REQ
               TO WS-PHONE
           PERFORM CHECK-PHONE
           IF PHONE-BAD
               MOVE 422 TO STATUS-CODE-N OF EMGC-SVC-RES
               MOVE 'EMP-HOME-PHONE must be digits and hyphens'
                   TO STATUS-MSG OF EMGC-SVC-RES
               EXIT PARAGRAPH
           END-IF

      *    First contact
           IF CONTACT-1-NAME OF IN-EMGC OF EMGC-SVC-REQ = SPACES
               IF CONTACT-1-RELATION OF IN-EMGC OF EMGC-SVC-REQ
                       NOT = SPACES
                   OR CONTACT-1-PHONE OF IN-EMGC OF EMGC-SVC-REQ
                       NOT = SPACES
                   OR CONTACT-1-ALT-PHONE OF IN-EMGC
                       OF EMGC-SVC-REQ NOT = SPACES
                   OR CONTACT-2-NAME OF IN-EMGC OF EMGC-SVC-REQ
                       NOT = SPACES
                   MOVE 422 TO STATUS-CODE-N OF EMGC-SVC-RES
                   MOVE SPACES TO STATUS-MSG OF EMGC-SVC-RES
                   STRING 'CONTACT-1-NAME is required before any other '
                          'contact detail'
                       DELIMITED BY SIZE
                       INTO STATUS-MSG OF EMGC-SVC-RES
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF NOT (CONTACT-1-SPOUSE OF IN-EMGC OF EMGC-SVC-REQ
                       OR CONTACT-1-CHILD OF IN-EMGC OF EMGC-SVC-REQ
                       OR CONTACT-1-PARENT OF IN-EMGC
                           OF EMGC-SVC-REQ
                       OR CONTACT-1-OTHER OF IN-EMGC
                           OF EMGC-SVC-REQ)
                   MOVE 422 TO STATUS-CODE-N OF EMGC-SVC-RES
                   MOVE 'CONTACT-1-RELATION must be SP, CH, PA or OT'
                       TO STATUS-MSG OF EMGC-SVC-RES
                   EXIT PARAGRAPH
               END-IF
               IF CONTACT-1-PHONE OF IN-EMGC OF EMGC-SVC-REQ = SPACES
                   MOVE 422 TO STATUS-CODE-N OF EMGC-SVC-RES
                   MOVE 'CONTACT-1-PHONE is required'
                       TO STATUS-MSG OF EMGC-SVC-RES
                   EXIT PARAGRAPH
               END-IF
               MOVE CONTACT-1-PHONE OF IN-EMGC OF EMGC-SVC-REQ
                   TO WS-PHONE
               PERFORM CHECK-PHONE
               IF PHONE-BAD
                   MOVE 422 TO STATUS-CODE-N OF EMGC-SVC-RES
                   MOVE 'CONTACT-1-PHONE must be digits and hyphens'
                       TO STATUS-MSG OF EMGC-SVC-RES
                   EXIT PARAGRAPH
               END-IF
               MOVE CONTACT-1-ALT-PHONE OF IN-EMGC OF EMGC-SVC-REQ
                   TO WS-PHONE
               PERFORM CHECK-PHONE
               IF PHONE-BAD
                   MOVE 422 TO STATUS-CODE-N OF EMGC-SVC-RES
                   MOVE SPACES TO STATUS-MSG OF EMGC-SVC-RES
                   STRING 'CONTACT-1-ALT-PHONE must be digits and '
                          'hyphens'
                       DELIMITED BY SIZE
                       INTO STATUS-MSG OF EMGC-SVC-RES
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *    Second contact
           IF CONTACT-2-NAME OF IN-EMGC OF EMGC-SVC-REQ = SPACES
               IF CONTACT-2-RELATION OF IN-EMGC OF EMGC-SVC-REQ
                       NOT = SPACES
                   OR CONTACT-2-PHONE OF IN-EMGC OF EMGC-SVC-REQ
                       NOT = SPACES
                   OR CONTACT-2-ALT-PHONE OF IN-EMGC
                       OF EMGC-SVC-REQ NOT = SPACES
                   MOVE 422 TO STATUS-CODE-N OF EMGC-SVC-RES
                   MOVE 'CONTACT-2-NAME is required with its details'
                       TO STATUS-MSG OF EMGC-SVC-RES
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF NOT (CONTACT-2-SPOUSE OF IN-EMGC OF EMGC-SVC-REQ
                       OR CONTACT-2-CHILD OF IN-EMGC OF EMGC-SVC-REQ
                       OR CONTACT-2-PARENT OF IN-EMGC
                           OF EMGC-SVC-REQ
                       OR CONTACT-2-OTHER OF IN-EMGC
                           OF EMGC-SVC-REQ)
                   MOVE 422 TO STATUS-CODE-N OF EMGC-SVC-RES
                   MOVE 'CONTACT-2-RELATION must be SP, CH, PA or OT'
                       TO STATUS-MSG OF EMGC-SVC-RES
                   EXIT PARAGRAPH
               END-IF
               IF CONTACT-2-PHONE OF IN-EMGC OF EMGC-SVC-REQ = SPACES
                   MOVE 422 TO STATUS-CODE-N OF EMGC-SVC-RES
                   MOVE 'CONTACT-2-PHONE is required'
                       TO STATUS-MSG OF EMGC-SVC-RES
                   EXIT PARAGRAPH
               END-IF
               MOVE CONTACT-2-PHONE OF IN-EMGC OF EMGC-SVC-REQ
                   TO WS-PHONE
               PERFORM CHECK-PHONE
               IF PHONE-BAD
                   MOVE 422 TO STATUS-CODE-N OF EMGC-SVC-RES
                   MOVE 'CONTACT-2-PHONE must be digits and hyphens'
                       TO STATUS-MSG OF EMGC-SVC-RES
                   EXIT PARAGRAPH
               END-IF
               MOVE CONTACT-2-ALT-PHONE OF IN-EMGC OF EMGC-SVC-REQ
                   TO WS-PHONE
               PERFORM CHECK-PHONE
               IF PHONE-BAD
                   MOVE 422 TO STATUS-CODE-N OF EMGC-SVC-RES
                   MOVE SPACES TO STATUS-MSG OF EMGC-SVC-RES
                   STRING 'CONTACT-2-ALT-PHONE must be digits and '
                          'hyphens'
                       DELIMITED BY SIZE
                       INTO STATUS-MSG OF EMGC-SVC-RES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           .

      * CHECK-EMPLOYEE-ON-FILE: IN-EMGC's EMP-ID must be an
      * employee on the master.
       CHECK-EMPLOYEE-ON-FILE.
           MOVE 0 TO STATUS-CODE-N OF EMGC-SVC-RES

           IF EMP-ID OF IN-EMGC OF EMGC-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF EMGC-SVC-RES
               MOVE 'EMP-ID is required'
                   TO STATUS-MSG OF EMGC-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE 'G ' TO WS-DAO-OPERATION
           MOVE 'EMPLOYEE  ' TO WS-DAO-ENTITY-TYPE
           MOVE EMP-ID OF IN-EMGC OF EMGC-SVC-REQ TO WS-EMP-ID-STR
           MOVE SPACES TO WS-DAO-KEY
           MOVE WS-EMP-ID-STR TO WS-DAO-KEY(1:9)
           MOVE LATEST-VERSION-MARKER TO WS-DAO-KEY(10:8)

           CALL 'DAO-FILE' USING WS-DAO-OPERATION WS-DAO-ENTITY-TYPE
                                 WS-DAO-KEY WS-DAO-BUFFER
                                 WS-DAO-STATUS

           IF WS-DAO-STATUS NOT = 0
               MOVE 404 TO STATUS-CODE-N OF EMGC-SVC-RES
               MOVE 'Employee not found'
                   TO STATUS-MSG OF EMGC-SVC-RES
           END-IF
           .

      * CHECK-PHONE: WS-PHONE blank, or digits and hyphens with at
      * least one digit.
       CHECK-PHONE.
           SET PHONE-OK TO TRUE
           IF WS-PHONE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PHONE-DIGITS
           MOVE 0 TO WS-PHONE-OTHER
           INSPECT WS-PHONE TALLYING
               WS-PHONE-DIGITS FOR ALL '0' ALL '1' ALL '2' ALL '3'
                   ALL '4' ALL '5' ALL '6' ALL '7' ALL '8' ALL '9'
           INSPECT WS-PHONE TALLYING
               WS-PHONE-OTHER FOR ALL '-' ALL ' '
           IF WS-PHONE-DIGITS = 0
                   OR WS-PHONE-DIGITS + WS-PHONE-OTHER NOT = 15
               SET PHONE-BAD TO TRUE
           END-IF
           .

       SET-EMERGENCY-CONTACTS.
      *    Pre: IN-EMGC populated with EMP-ID, phones and contacts;
      *         REC-VERSION as read when replacing a record
      *    Post: Record written (or replaced) and the change audited

           PERFORM CHECK-EMPLOYEE-ON-FILE
           IF NOT OK OF EMGC-SVC-RES
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-EMERGENCY-CONTACTS
           IF NOT OK OF EMGC-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-EMGC-FILE-IO
           IF NOT OK OF EMGC-SVC-RES
               EXIT PARAGRAPH
           END-IF

           SET EMGC-NEW TO TRUE
           MOVE SPACES TO WS-BEFORE-EMGC
           MOVE EMP-ID OF IN-EMGC OF EMGC-SVC-REQ TO WS-EMP-ID-STR
           MOVE WS-EMP-ID-STR TO EMC-REC-KEY
           READ EMGC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET EMGC-EXISTS TO TRUE
                   MOVE EMGC-RECORD TO WS-BEFORE-EMGC
           END-READ

           INITIALIZE WS-TEMP-EMGC
           IF EMGC-EXISTS
               MOVE EMGC-RECORD TO WS-TEMP-EMGC
      *        A scrubbed record answers GET as not found, so the
      *        caller has no version to carry - it is set afresh
               IF EMGC-HELD OF WS-TEMP-EMGC
                       AND REC-VERSION OF WS-TEMP-EMGC
                       NOT = REC-VERSION OF IN-EMGC OF EMGC-SVC-REQ
                   MOVE 409 TO STATUS-CODE-N OF EMGC-SVC-RES
                   MOVE SPACES TO STATUS-MSG OF EMGC-SVC-RES
                   STRING 'Emergency contacts changed since read - '
                          'retry'
                       DELIMITED BY SIZE
                       INTO STATUS-MSG OF EMGC-SVC-RES
                   CLOSE EMGC-FILE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO REC-VERSION OF WS-TEMP-EMGC
               MOVE USER-ID OF EMGC-SVC-REQ(1:8)
                   TO MODIFIED-BY OF WS-TEMP-EMGC
               MOVE WS-CURRENT-TIMESTAMP TO MODIFIED-AT OF WS-TEMP-EMGC
               MOVE 'EMGC-UPDATE' TO WS-AUDIT-ACTION
           ELSE
               MOVE 1 TO RECORD-VERSION OF WS-TEMP-EMGC
               MOVE 1 TO REC-VERSION OF WS-TEMP-EMGC
               MOVE EMP-ID OF IN-EMGC OF EMGC-SVC-REQ
                   TO EMP-ID OF WS-TEMP-EMGC
               MOVE USER-ID OF EMGC-SVC-REQ(1:8)
                   TO CREATED-BY OF WS-TEMP-EMGC
               MOVE WS-CURRENT-TIMESTAMP TO CREATED-AT OF WS-TEMP-EMGC
               MOVE 'EMGC-CREATE' TO WS-AUDIT-ACTION
           END-IF

           MOVE EMP-MOBILE-PHONE OF IN-EMGC OF EMGC-SVC-REQ
               TO EMP-MOBILE-PHONE OF WS-TEMP-EMGC
           MOVE EMP-HOME-PHONE OF IN-EMGC OF EMGC-SVC-REQ
               TO EMP-HOME-PHONE OF WS-TEMP-EMGC
           MOVE CONTACT-1-NAME OF IN-EMGC OF EMGC-SVC-REQ
               TO CONTACT-1-NAME OF WS-TEMP-EMGC
           MOVE CONTACT-1-RELATION OF IN-EMGC OF EMGC-SVC-REQ
               TO CONTACT-1-RELATION OF WS-TEMP-EMGC
           MOVE CONTACT-1-PHONE OF IN-EMGC OF EMGC-SVC-REQ
               TO CONTACT-1-PHONE OF WS-TEMP-EMGC
           MOVE CONTACT-1-ALT-PHONE OF IN-EMGC OF EMGC-SVC-REQ
               TO CONTACT-1-ALT-PHONE OF WS-TEMP-EMGC
           MOVE CONTACT-2-NAME OF IN-EMGC OF EMGC-SVC-REQ
               TO CONTACT-2-NAME OF WS-TEMP-EMGC
           MOVE CONTACT-2-RELATION OF IN-EMGC OF EMGC-SVC-REQ
               TO CONTACT-2-RELATION OF WS-TEMP-EMGC
           MOVE CONTACT-2-PHONE OF IN-EMGC OF EMGC-SVC-REQ
               TO CONTACT-2-PHONE OF WS-TEMP-EMGC
           MOVE CONTACT-2-ALT-PHONE OF IN-EMGC OF EMGC-SVC-REQ
               TO CONTACT-2-ALT-PHONE OF WS-TEMP-EMGC
           SET EMGC-HELD OF WS-TEMP-EMGC TO TRUE

           MOVE WS-TEMP-EMGC TO EMGC-RECORD
           IF EMGC-EXISTS
               REWRITE EMGC-RECORD
           ELSE
               WRITE EMGC-RECORD
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF EMGC-SVC-RES
               MOVE 'Failed to write emergency contact record'
                   TO STATUS-MSG OF EMGC-SVC-RES
               CLOSE EMGC-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE EMGC-FILE

           PERFORM WRITE-EMGC-AUDIT

           MOVE 0 TO STATUS-CODE-N OF EMGC-SVC-RES
           MOVE 'Emergency contacts recorded'
               TO STATUS-MSG OF EMGC-SVC-RES
           MOVE WS-TEMP-EMGC TO OUT-EMGC OF EMGC-SVC-RES
           .

       GET-EMERGENCY-CONTACTS.
      *    Pre: Q-EMP-ID populated
      *    Post: OUT-EMGC carries the employee's record; 404 when
      *          none is held (or it was scrubbed)

           IF Q-EMP-ID OF EMGC-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF EMGC-SVC-RES
               MOVE 'Q-EMP-ID is required'
                   TO STATUS-MSG OF EMGC-SVC-RES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT EMGC-FILE
           IF FILE-NOT-FOUND
               MOVE 404 TO STATUS-CODE-N OF EMGC-SVC-RES
               MOVE 'No emergency contacts on file'
                   TO STATUS-MSG OF EMGC-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF EMGC-SVC-RES
               MOVE 'Cannot open emergency contact file'
                   TO STATUS-MSG OF EMGC-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-EMP-ID OF EMGC-SVC-REQ TO WS-EMP-ID-STR
           MOVE WS-EMP-ID-STR TO EMC-REC-KEY
           READ EMGC-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF EMGC-SVC-RES
                   MOVE 'No emergency contacts on file for employee'
                       TO STATUS-MSG OF EMGC-SVC-RES
               NOT INVALID KEY
                   MOVE EMGC-RECORD TO WS-TEMP-EMGC
                   MOVE WS-TEMP-EMGC TO OUT-EMGC OF EMGC-SVC-RES
                   IF EMGC-HELD OF WS-TEMP-EMGC
                       MOVE 0 TO STATUS-CODE-N OF EMGC-SVC-RES
                       MOVE 'Emergency contacts answered'
                           TO STATUS-MSG OF EMGC-SVC-RES
                   ELSE
                       MOVE 404 TO STATUS-CODE-N OF EMGC-SVC-RES
                       MOVE 'Emergency contacts scrubbed for employee'
                           TO STATUS-MSG OF EMGC-SVC-RES
                   END-IF
           END-READ

           CLOSE EMGC-FILE
           .

       SCRUB-EMERGENCY-CONTACTS.
      *    Pre: Q-EMP-ID populated
      *    Post: Phones and contacts blanked and status set scrubbed;
      *          an employee with no record answers OK so PURGEPII's
      *          sweep is idempotent

           IF Q-EMP-ID OF EMGC-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF EMGC-SVC-RES
               MOVE 'Q-EMP-ID is required'
                   TO STATUS-MSG OF EMGC-SVC-RES
               EXIT PARAGRAPH
           END-IF

           OPEN I-O EMGC-FILE
           IF FILE-NOT-FOUND
               MOVE 0 TO STATUS-CODE-N OF EMGC-SVC-RES
               MOVE 'No emergency contact file - nothing to scrub'
                   TO STATUS-MSG OF EMGC-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF EMGC-SVC-RES
               MOVE 'Cannot open emergency contact file'
                   TO STATUS-MSG OF EMGC-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-EMP-ID OF EMGC-SVC-REQ TO WS-EMP-ID-STR
           MOVE WS-EMP-ID-STR TO EMC-REC-KEY
           READ EMGC-FILE
               INVALID KEY
                   MOVE 0 TO STATUS-CODE-N OF EMGC-SVC-RES
                   MOVE SPACES TO STATUS-MSG OF EMGC-SVC-RES
                   STRING 'No emergency contacts on file - nothing to '
                          'scrub'
                       DELIMITED BY SIZE
                       INTO STATUS-MSG OF EMGC-SVC-RES
                   CLOSE EMGC-FILE
                   EXIT PARAGRAPH
           END-READ

           MOVE EMGC-RECORD TO WS-TEMP-EMGC
           MOVE EMGC-RECORD TO WS-BEFORE-EMGC
           MOVE SPACES TO EMP-MOBILE-PHONE OF WS-TEMP-EMGC
           MOVE SPACES TO EMP-HOME-PHONE OF WS-TEMP-EMGC
           MOVE SPACES TO CONTACT-1-NAME OF WS-TEMP-EMGC
           MOVE SPACES TO CONTACT-1-RELATION OF WS-TEMP-EMGC
           MOVE SPACES TO CONTACT-1-PHONE OF WS-TEMP-EMGC
           MOVE SPACES TO CONTACT-1-ALT-PHONE OF WS-TEMP-EMGC
           MOVE SPACES TO CONTACT-2-NAME OF WS-TEMP-EMGC
           MOVE SPACES TO CONTACT-2-RELATION OF WS-TEMP-EMGC
           MOVE SPACES TO CONTACT-2-PHONE OF WS-TEMP-EMGC
           MOVE SPACES TO CONTACT-2-ALT-PHONE OF WS-TEMP-EMGC
           SET EMGC-SCRUBBED OF WS-TEMP-EMGC TO TRUE
           ADD 1 TO REC-VERSION OF WS-TEMP-EMGC
           MOVE USER-ID OF EMGC-SVC-REQ(1:8)
               TO MODIFIED-BY OF WS-TEMP-EMGC
           MOVE WS-CURRENT-TIMESTAMP TO MODIFIED-AT OF WS-TEMP-EMGC

           MOVE WS-TEMP-EMGC TO EMGC-RECORD
           REWRITE EMGC-RECORD

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF EMGC-SVC-RES
               MOVE 'Failed to scrub emergency contact record'
                   TO STATUS-MSG OF EMGC-SVC-RES
               CLOSE EMGC-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE EMGC-FILE

      *    The scrub entry carries no before image - the trail must
      *    not keep what the scrub removed
           MOVE SPACES TO WS-BEFORE-EMGC
           MOVE 'PII-SCRUB' TO WS-AUDIT-ACTION
           PERFORM WRITE-EMGC-AUDIT

           MOVE 0 TO STATUS-CODE-N OF EMGC-SVC-RES
           MOVE 'Emergency contacts scrubbed'
               TO STATUS-MSG OF EMGC-SVC-RES
           .

       WRITE-EMGC-AUDIT.
           INITIALIZE WS-AUDIT-REC
           MOVE WS-AUDIT-ACTION TO ACTION OF WS-AUDIT-REC
           MOVE 'EMC' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE EMP-ID OF WS-TEMP-EMGC TO ENTITY-ID OF WS-AUDIT-REC
           MOVE USER-ID OF EMGC-SVC-REQ TO USER-ID OF WS-AUDIT-REC
           MOVE CORR-ID OF EMGC-SVC-REQ TO CORR-ID OF WS-AUDIT-REC
           MOVE WS-BEFORE-EMGC TO BEFORE-VALUE OF WS-AUDIT-REC
           MOVE WS-TEMP-EMGC TO AFTER-VALUE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC
           .

       OPEN-EMGC-FILE-IO.
      *    Pre: None
      *    Post: EMGC-FILE open I-O (created first if it didn't
      *          exist), STATUS-CODE-N set

           OPEN I-O EMGC-FILE

           IF FILE-NOT-FOUND
      *        Create new file
               OPEN OUTPUT EMGC-FILE
               CLOSE EMGC-FILE
               OPEN I-O EMGC-FILE
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF EMGC-SVC-RES
               MOVE 'Cannot open emergency contact file'
                   TO STATUS-MSG OF EMGC-SVC-RES
           ELSE
               MOVE 0 TO STATUS-CODE-N OF EMGC-SVC-RES
           END-IF
           .

       END PROGRAM EMGC-SVC.
