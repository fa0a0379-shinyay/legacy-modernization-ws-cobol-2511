       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYEE-SVC.
      ******************************************************************
      * PAYEE-SVC - Remittance Payee Service
      * Purpose: Maintains the payee master the remittance transfer
      *          file (REMITXFR) pays from - each municipality,
      *          court-order payee, insurer and trustee the company
      *          remits withheld money to, with its designated
      *          account, and the company's own remitting account.
      *          The bank and branch are validated against the bank
      *          directory on every ADD and UPDATE: a remittance to
      *          an unknown or closed branch is refused here rather
      *          than bounced by the bank.
      * Operations: ADD, FIND, UPDATE, LIST
      * Pre: Valid request with OP-CODE, USER-ID, CORR-ID
      * Post: Response with STATUS-CODE-N and STATUS-MSG
      * Note: PAYEE-FILE is owned by this service directly, the way
      *       LOC-SVC owns location.dat - keyed on PAYEE-TYPE +
      *       PAYEE-REF.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYEE-FILE ASSIGN TO 'hr-cobol/data/payee.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAYEE-REC-KEY
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * PAYEE-REC-KEY occupies the PAYEE-TYPE + PAYEE-REF byte range
      * (positions 12-42 of the 250-byte record).
       FD  PAYEE-FILE.
       01  PAYEE-RECORD.
           05  FILLER               PIC X(11).
           05  PAYEE-REC-KEY        PIC X(31).
           05  FILLER               PIC X(208).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'PAYEE-SVC'.
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

       01  WS-TEMP-PAYEE.
           COPY payee REPLACING ==05== BY ==10==.

       01  WS-SCAN-DONE-SW         PIC X.
           88  SCAN-DONE               VALUE 'Y'.
           88  SCAN-NOT-DONE           VALUE 'N'.

       01  WS-VALIDATION-SW        PIC X.
           88  VALIDATION-OK           VALUE 'Y'.
           88  VALIDATION-FAILED       VALUE 'N'.
       01  WS-ERROR-MSG            PIC X(60).

      * Working storage for KANA-UTIL calls - PAYEE-KANA is
      * normalized to half-width on the way in and must validate as
      * half-width kana, the form the transfer file carries
       01  WS-KANA-OP              PIC X(2).
       01  WS-KANA-IN              PIC X(60).
       01  WS-KANA-OUT             PIC X(60).
       01  WS-KANA-STATUS          PIC 9.

      * Working storage for BANKDIR-SVC calls - the designated bank
      * and branch must be an open directory entry
           COPY bdir-req.
           COPY bdir-res.

      * Working storage for AUDIT-LOG calls
       01  WS-AUDIT-REC.
           COPY audit.

       LINKAGE SECTION.
           COPY payee-req.
           COPY payee-res.

       PROCEDURE DIVISION USING PAYEE-SVC-REQ PAYEE-SVC-RES.

       MAIN-PROCESS.
      *    Initialize response
           INITIALIZE PAYEE-SVC-RES
           MOVE CORR-ID OF PAYEE-SVC-REQ TO CORR-ID OF PAYEE-SVC-RES

      *    Get current date and timestamp
           ACCEPT WS-DATE-1 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-DATE-1 WS-CURRENT-TIME
               DELIMITED BY SIZE
               INTO WS-CURRENT-TIMESTAMP

      *    Route to operation
           EVALUATE TRUE
               WHEN OP-ADD OF PAYEE-SVC-REQ
                   PERFORM ADD-PAYEE
               WHEN OP-FIND OF PAYEE-SVC-REQ
                   PERFORM FIND-PAYEE
               WHEN OP-UPDATE OF PAYEE-SVC-REQ
                   PERFORM UPDATE-PAYEE
               WHEN OP-LIST OF PAYEE-SVC-REQ
                   PERFORM LIST-PAYEES
               WHEN OTHER
                   MOVE 422 TO STATUS-CODE-N OF PAYEE-SVC-RES
                   MOVE 'Invalid operation code'
                       TO STATUS-MSG OF PAYEE-SVC-RES
           END-EVALUATE

           GOBACK
           .

       ADD-PAYEE.
      *    Pre: IN-PAYEE populated with type, reference, names and
      *         the designated account
      *    Post: Payee written; 409 on a duplicate type + reference

           PERFORM VALIDATE-PAYEE-FIELDS
           IF VALIDATION-FAILED
               MOVE 422 TO STATUS-CODE-N OF PAYEE-SVC-RES
               MOVE WS-ERROR-MSG TO STATUS-MSG OF PAYEE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-BANK-DIRECTORY
           IF VALIDATION-FAILED
               MOVE 422 TO STATUS-CODE-N OF PAYEE-SVC-RES
               MOVE WS-ERROR-MSG TO STATUS-MSG OF PAYEE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-PAYEE-FILE-IO
           IF NOT OK OF PAYEE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE IN-PAYEE OF PAYEE-SVC-REQ TO WS-TEMP-PAYEE
           MOVE 1 TO RECORD-VERSION OF WS-TEMP-PAYEE
           MOVE 1 TO REC-VERSION OF WS-TEMP-PAYEE
           IF NOT PAYEE-ACTIVE OF WS-TEMP-PAYEE
                   AND NOT PAYEE-INACTIVE OF WS-TEMP-PAYEE
               SET PAYEE-ACTIVE OF WS-TEMP-PAYEE TO TRUE
           END-IF
           MOVE USER-ID OF PAYEE-SVC-REQ(1:8)
               TO CREATED-BY OF WS-TEMP-PAYEE
           MOVE WS-CURRENT-TIMESTAMP TO CREATED-AT OF WS-TEMP-PAYEE
           MOVE SPACES TO MODIFIED-BY OF WS-TEMP-PAYEE
           MOVE 0 TO MODIFIED-AT OF WS-TEMP-PAYEE

           MOVE WS-TEMP-PAYEE TO PAYEE-RECORD
           WRITE PAYEE-RECORD

           IF FILE-DUP-KEY
               MOVE 409 TO STATUS-CODE-N OF PAYEE-SVC-RES
               MOVE 'Payee already on file for this type and reference'
                   TO STATUS-MSG OF PAYEE-SVC-RES
               CLOSE PAYEE-FILE
               EXIT PARAGRAPH
           END-IF
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF PAYEE-SVC-RES
               MOVE 'Failed to write payee record'
                   TO STATUS-MSG OF PAYEE-SVC-RES
               CLOSE PAYEE-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE PAYEE-FILE

           INITIALIZE WS-AUDIT-REC
           MOVE 'CREATE' TO ACTION OF WS-AUDIT-REC
           MOVE 'PYE' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE USER-ID OF PAYEE-SVC-REQ TO USER-ID OF WS-AUDIT-REC
           MOVE WS-TEMP-PAYEE TO AFTER-VALUE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC

           MOVE 0 TO STATUS-CODE-N OF PAYEE-SVC-RES
           MOVE 'Payee created' TO STATUS-MSG OF PAYEE-SVC-RES
           MOVE WS-TEMP-PAYEE TO OUT-PAYEE OF PAYEE-SVC-RES
           .

       FIND-PAYEE.
      *    Pre: Q-PAYEE-TYPE and Q-PAYEE-REF populated
      *    Post: OUT-PAYEE carries the payee, with its directory bank
      *          and branch names; 404 when it is not on file

           IF Q-PAYEE-TYPE OF PAYEE-SVC-REQ = SPACE
                   OR Q-PAYEE-REF OF PAYEE-SVC-REQ = SPACES
               MOVE 422 TO STATUS-CODE-N OF PAYEE-SVC-RES
               MOVE 'Q-PAYEE-TYPE and Q-PAYEE-REF are required'
                   TO STATUS-MSG OF PAYEE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PAYEE-FILE
           IF FILE-NOT-FOUND
               MOVE 404 TO STATUS-CODE-N OF PAYEE-SVC-RES
               MOVE 'No payees on file'
                   TO STATUS-MSG OF PAYEE-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF PAYEE-SVC-RES
               MOVE 'Cannot open payee file'
                   TO STATUS-MSG OF PAYEE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-PAYEE-TYPE OF PAYEE-SVC-REQ TO PAYEE-REC-KEY(1:1)
           MOVE Q-PAYEE-REF OF PAYEE-SVC-REQ TO PAYEE-REC-KEY(2:30)
           READ PAYEE-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF PAYEE-SVC-RES
                   MOVE 'Payee not found'
                       TO STATUS-MSG OF PAYEE-SVC-RES
               NOT INVALID KEY
                   MOVE PAYEE-RECORD TO WS-TEMP-PAYEE
                   MOVE WS-TEMP-PAYEE TO OUT-PAYEE OF PAYEE-SVC-RES
                   MOVE 0 TO STATUS-CODE-N OF PAYEE-SVC-RES
                   MOVE 'Payee found'
                       TO STATUS-MSG OF PAYEE-SVC-RES
           END-READ

           CLOSE PAYEE-FILE

           IF OK OF PAYEE-SVC-RES
               PERFORM LOOKUP-DIRECTORY-NAMES
           END-IF
           .

       UPDATE-PAYEE.
      *    Pre: IN-PAYEE populated, keyed by its type and reference
      *    Post: Payee rewritten, its REC-VERSION advanced

           PERFORM VALIDATE-PAYEE-FIELDS
           IF VALIDATION-FAILED
               MOVE 422 TO STATUS-CODE-N OF PAYEE-SVC-RES
               MOVE WS-ERROR-MSG TO STATUS-MSG OF PAYEE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-BANK-DIRECTORY
           IF VALIDATION-FAILED
               MOVE 422 TO STATUS-CODE-N OF PAYEE-SVC-RES
               MOVE WS-ERROR-MSG TO STATUS-MSG OF PAYEE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-PAYEE-FILE-IO
           IF NOT OK OF PAYEE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE PAYEE-TYPE OF IN-PAYEE OF PAYEE-SVC-REQ
               TO PAYEE-REC-KEY(1:1)
           MOVE PAYEE-REF OF IN-PAYEE OF PAYEE-SVC-REQ
               TO PAYEE-REC-KEY(2:30)
           READ PAYEE-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF PAYEE-SVC-RES
                   MOVE 'Payee not found'
                       TO STATUS-MSG OF PAYEE-SVC-RES
                   CLOSE PAYEE-FILE
                   EXIT PARAGRAPH
           END-READ

           MOVE PAYEE-RECORD TO WS-TEMP-PAYEE
           INITIALIZE WS-AUDIT-REC
           MOVE WS-TEMP-PAYEE TO BEFORE-VALUE OF WS-AUDIT-REC

      *    The creation stamp and version travel from the record on
      *    file, not from the caller's copy
           MOVE CREATED-BY OF WS-TEMP-PAYEE
               TO CREATED-BY OF IN-PAYEE OF PAYEE-SVC-REQ
           MOVE CREATED-AT OF WS-TEMP-PAYEE
               TO CREATED-AT OF IN-PAYEE OF PAYEE-SVC-REQ
           MOVE RECORD-VERSION OF WS-TEMP-PAYEE
               TO RECORD-VERSION OF IN-PAYEE OF PAYEE-SVC-REQ
           COMPUTE REC-VERSION OF IN-PAYEE OF PAYEE-SVC-REQ =
               REC-VERSION OF WS-TEMP-PAYEE + 1

           MOVE IN-PAYEE OF PAYEE-SVC-REQ TO WS-TEMP-PAYEE
           IF NOT PAYEE-ACTIVE OF WS-TEMP-PAYEE
                   AND NOT PAYEE-INACTIVE OF WS-TEMP-PAYEE
               SET PAYEE-ACTIVE OF WS-TEMP-PAYEE TO TRUE
           END-IF
           MOVE USER-ID OF PAYEE-SVC-REQ(1:8)
               TO MODIFIED-BY OF WS-TEMP-PAYEE
           MOVE WS-CURRENT-TIMESTAMP TO MODIFIED-AT OF WS-TEMP-PAYEE

           MOVE WS-TEMP-PAYEE TO PAYEE-RECORD
           REWRITE PAYEE-RECORD

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF PAYEE-SVC-RES
               MOVE 'Failed to rewrite payee record'
                   TO STATUS-MSG OF PAYEE-SVC-RES
               CLOSE PAYEE-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE PAYEE-FILE

           MOVE 'UPDATE' TO ACTION OF WS-AUDIT-REC
           MOVE 'PYE' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE USER-ID OF PAYEE-SVC-REQ TO USER-ID OF WS-AUDIT-REC
           MOVE WS-TEMP-PAYEE TO AFTER-VALUE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC

           MOVE 0 TO STATUS-CODE-N OF PAYEE-SVC-RES
           MOVE 'Payee updated' TO STATUS-MSG OF PAYEE-SVC-RES
           MOVE WS-TEMP-PAYEE TO OUT-PAYEE OF PAYEE-SVC-RES
           .

       LIST-PAYEES.
      *    Pre: Q-CURSOR spaces to start, or the last key returned
      *    Post: OUT-PAYEE carries the next payee past the cursor;
      *          MORE-RESULTS says whether to continue

           SET NO-MORE-RESULTS OF PAYEE-SVC-RES TO TRUE

           OPEN INPUT PAYEE-FILE
           IF FILE-NOT-FOUND
               MOVE 404 TO STATUS-CODE-N OF PAYEE-SVC-RES
               MOVE 'No payees on file'
                   TO STATUS-MSG OF PAYEE-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF PAYEE-SVC-RES
               MOVE 'Cannot open payee file'
                   TO STATUS-MSG OF PAYEE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           SET SCAN-NOT-DONE TO TRUE
           MOVE Q-CURSOR OF PAYEE-SVC-REQ TO PAYEE-REC-KEY
           IF PAYEE-REC-KEY = SPACES
               MOVE LOW-VALUES TO PAYEE-REC-KEY
           END-IF
           START PAYEE-FILE KEY IS GREATER THAN PAYEE-REC-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START

           IF SCAN-DONE
               MOVE 404 TO STATUS-CODE-N OF PAYEE-SVC-RES
               MOVE 'No further payees'
                   TO STATUS-MSG OF PAYEE-SVC-RES
               CLOSE PAYEE-FILE
               EXIT PARAGRAPH
           END-IF

           READ PAYEE-FILE NEXT RECORD
               AT END
                   MOVE 404 TO STATUS-CODE-N OF PAYEE-SVC-RES
                   MOVE 'No further payees'
                       TO STATUS-MSG OF PAYEE-SVC-RES
                   CLOSE PAYEE-FILE
                   EXIT PARAGRAPH
           END-READ

           MOVE PAYEE-RECORD TO WS-TEMP-PAYEE
           MOVE WS-TEMP-PAYEE TO OUT-PAYEE OF PAYEE-SVC-RES
           MOVE PAYEE-REC-KEY TO NEXT-CURSOR OF PAYEE-SVC-RES
           MOVE 0 TO STATUS-CODE-N OF PAYEE-SVC-RES
           MOVE 'Payee answered' TO STATUS-MSG OF PAYEE-SVC-RES

      *    One look ahead decides MORE-RESULTS
           READ PAYEE-FILE NEXT RECORD
               AT END
                   SET NO-MORE-RESULTS OF PAYEE-SVC-RES TO TRUE
               NOT AT END
                   SET MORE-RESULTS OF PAYEE-SVC-RES TO TRUE
           END-READ

           CLOSE PAYEE-FILE
           .

      * VALIDATE-PAYEE-FIELDS: The key, the names and the routing
      * fields of IN-PAYEE - present, and numeric where the transfer
      * file format requires digits. The kana name is normalized to
      * half-width in place and must validate as half-width kana.
       VALIDATE-PAYEE-FIELDS.
           SET VALIDATION-OK TO TRUE

           IF NOT PAYEE-TYPE-VALID OF IN-PAYEE OF PAYEE-SVC-REQ
               SET VALIDATION-FAILED TO TRUE
               MOVE 'PAYEE-TYPE must be M, G, I, T or C'
                   TO WS-ERROR-MSG
               EXIT PARAGRAPH
           END-IF

           IF PAYEE-REF OF IN-PAYEE OF PAYEE-SVC-REQ = SPACES
               SET VALIDATION-FAILED TO TRUE
               MOVE 'PAYEE-REF is required' TO WS-ERROR-MSG
               EXIT PARAGRAPH
           END-IF

           IF PAYEE-NAME OF IN-PAYEE OF PAYEE-SVC-REQ = SPACES
               SET VALIDATION-FAILED TO TRUE
               MOVE 'PAYEE-NAME is required' TO WS-ERROR-MSG
               EXIT PARAGRAPH
           END-IF

           IF BANK-CODE OF IN-PAYEE OF PAYEE-SVC-REQ IS NOT NUMERIC
               SET VALIDATION-FAILED TO TRUE
               MOVE 'BANK-CODE must be 4 digits' TO WS-ERROR-MSG
               EXIT PARAGRAPH
           END-IF

           IF BRANCH-CODE OF IN-PAYEE OF PAYEE-SVC-REQ IS NOT NUMERIC
               SET VALIDATION-FAILED TO TRUE
               MOVE 'BRANCH-CODE must be 3 digits' TO WS-ERROR-MSG
               EXIT PARAGRAPH
           END-IF

           IF NOT ACCT-ORDINARY OF IN-PAYEE OF PAYEE-SVC-REQ
                   AND NOT ACCT-CHECKING OF IN-PAYEE OF PAYEE-SVC-REQ
                   AND NOT ACCT-SAVINGS OF IN-PAYEE OF PAYEE-SVC-REQ
               SET VALIDATION-FAILED TO TRUE
               MOVE 'ACCT-TYPE must be 1, 2 or 4' TO WS-ERROR-MSG
               EXIT PARAGRAPH
           END-IF

           IF ACCT-NUMBER OF IN-PAYEE OF PAYEE-SVC-REQ IS NOT NUMERIC
               SET VALIDATION-FAILED TO TRUE
               MOVE 'ACCT-NUMBER must be 7 digits' TO WS-ERROR-MSG
               EXIT PARAGRAPH
           END-IF

      *    The remitter row heads the transfer file, which the bank
      *    will not take without the consignor code it issued
           IF PAYEE-REMITTER OF IN-PAYEE OF PAYEE-SVC-REQ
                   AND CONSIGNOR-CODE OF IN-PAYEE OF PAYEE-SVC-REQ
                       IS NOT NUMERIC
               SET VALIDATION-FAILED TO TRUE
               MOVE 'CONSIGNOR-CODE must be 10 digits' TO WS-ERROR-MSG
               EXIT PARAGRAPH
           END-IF

           IF PAYEE-KANA OF IN-PAYEE OF PAYEE-SVC-REQ = SPACES
               SET VALIDATION-FAILED TO TRUE
               MOVE 'PAYEE-KANA is required' TO WS-ERROR-MSG
               EXIT PARAGRAPH
           END-IF

           MOVE 'H ' TO WS-KANA-OP
           MOVE SPACES TO WS-KANA-IN
           MOVE PAYEE-KANA OF IN-PAYEE OF PAYEE-SVC-REQ
               TO WS-KANA-IN(1:30)
           CALL 'KANA-UTIL' USING WS-KANA-OP WS-KANA-IN
                                  WS-KANA-OUT WS-KANA-STATUS
           MOVE WS-KANA-OUT(1:30)
               TO PAYEE-KANA OF IN-PAYEE OF PAYEE-SVC-REQ

           MOVE 'V ' TO WS-KANA-OP
           MOVE SPACES TO WS-KANA-IN
           MOVE PAYEE-KANA OF IN-PAYEE OF PAYEE-SVC-REQ
               TO WS-KANA-IN(1:30)
           CALL 'KANA-UTIL' USING WS-KANA-OP WS-KANA-IN
                                  WS-KANA-OUT WS-KANA-STATUS
           IF WS-KANA-STATUS NOT = 0
               SET VALIDATION-FAILED TO TRUE
               MOVE 'PAYEE-KANA must be half-width katakana'
                   TO WS-ERROR-MSG
           END-IF
           .

      * CHECK-BANK-DIRECTORY: The designated bank and branch must be
      * an open entry in the directory master. Unlike an employee's
      * own account there is no warn-only setting - a remittance is
      * the company's money leaving on a statutory deadline.
       CHECK-BANK-DIRECTORY.
           SET VALIDATION-OK TO TRUE

           INITIALIZE BANKDIR-SVC-REQ
           INITIALIZE BANKDIR-SVC-RES
           SET OP-FIND OF BANKDIR-SVC-REQ TO TRUE
           MOVE USER-ID OF PAYEE-SVC-REQ TO USER-ID OF BANKDIR-SVC-REQ
           MOVE CORR-ID OF PAYEE-SVC-REQ TO CORR-ID OF BANKDIR-SVC-REQ
           MOVE BANK-CODE OF IN-PAYEE OF PAYEE-SVC-REQ
               TO Q-BANK-CODE OF BANKDIR-SVC-REQ
           MOVE BRANCH-CODE OF IN-PAYEE OF PAYEE-SVC-REQ
               TO Q-BRANCH-CODE OF BANKDIR-SVC-REQ

           CALL 'BANKDIR-SVC' USING BANKDIR-SVC-REQ BANKDIR-SVC-RES

           IF NOT OK OF BANKDIR-SVC-RES
               SET VALIDATION-FAILED TO TRUE
               MOVE 'Bank/branch not in the bank directory'
                   TO WS-ERROR-MSG
               EXIT PARAGRAPH
           END-IF

           IF DIR-CLOSED OF OUT-BANKDIR OF BANKDIR-SVC-RES
               SET VALIDATION-FAILED TO TRUE
               MOVE 'Branch is closed in the bank directory'
                   TO WS-ERROR-MSG
               EXIT PARAGRAPH
           END-IF

           MOVE BANK-NAME OF OUT-BANKDIR OF BANKDIR-SVC-RES
               TO OUT-BANK-NAME OF PAYEE-SVC-RES
           MOVE BRANCH-NAME OF OUT-BANKDIR OF BANKDIR-SVC-RES
               TO OUT-BRANCH-NAME OF PAYEE-SVC-RES
           .

      * LOOKUP-DIRECTORY-NAMES: The bank and branch names of a found
      * payee, for display - a directory miss leaves them blank.
       LOOKUP-DIRECTORY-NAMES.
           INITIALIZE BANKDIR-SVC-REQ
           INITIALIZE BANKDIR-SVC-RES
           SET OP-FIND OF BANKDIR-SVC-REQ TO TRUE
           MOVE USER-ID OF PAYEE-SVC-REQ TO USER-ID OF BANKDIR-SVC-REQ
           MOVE CORR-ID OF PAYEE-SVC-REQ TO CORR-ID OF BANKDIR-SVC-REQ
           MOVE BANK-CODE OF OUT-PAYEE OF PAYEE-SVC-RES
               TO Q-BANK-CODE OF BANKDIR-SVC-REQ
           MOVE BRANCH-CODE OF OUT-PAYEE OF PAYEE-SVC-RES
               TO Q-BRANCH-CODE OF BANKDIR-SVC-REQ

           CALL 'BANKDIR-SVC' USING BANKDIR-SVC-REQ BANKDIR-SVC-RES

           IF OK OF BANKDIR-SVC-RES
               MOVE BANK-NAME OF OUT-BANKDIR OF BANKDIR-SVC-RES
                   TO OUT-BANK-NAME OF PAYEE-SVC-RES
               MOVE BRANCH-NAME OF OUT-BANKDIR OF BANKDIR-SVC-RES
                   TO OUT-BRANCH-NAME OF PAYEE-SVC-RES
           END-IF
           .

       OPEN-PAYEE-FILE-IO.
      *    Pre: None
      *    Post: PAYEE-FILE open I-O (created first if it didn't
      *          exist), STATUS-CODE-N set

           OPEN I-O PAYEE-FILE

           IF FILE-NOT-FOUND
      *        Create new file
               OPEN OUTPUT PAYEE-FILE
               CLOSE PAYEE-FILE
               OPEN I-O PAYEE-FILE
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF PAYEE-SVC-RES
               MOVE 'Cannot open payee file'
                   TO STATUS-MSG OF PAYEE-SVC-RES
           ELSE
               MOVE 0 TO STATUS-CODE-N OF PAYEE-SVC-RES
           END-IF
           .

       END PROGRAM PAYEE-SVC.
