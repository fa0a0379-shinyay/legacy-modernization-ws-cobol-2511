       IDENTIFICATION DIVISION.
       PROGRAM-ID. MDREQ-SVC.
      ******************************************************************
      * MDREQ-SVC - Master Data Required Item Service
      * Purpose: Maintains the list of employee master data items
      *          each company requires of each employee type - the
      *          list MDSCORE scores the employee master against
      *          before a payroll cutoff - with the owning team and
      *          the grace days after hire for each item.
      * Operations: PUT, DELETE, LIST
      * Pre: Valid request with OP-CODE, USER-ID, CORR-ID
      * Post: Response with STATUS-CODE-N and STATUS-MSG
      * Note: MDREQ-FILE is owned by this service directly, the way
      *       QUAL-SVC owns qualneed.dat - keyed on company, employee
      *       type and item code.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MDREQ-FILE ASSIGN TO 'hr-cobol/data/mdreq.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MDQ-REC-KEY
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * MDQ-REC-KEY spans MDR-COMPANY, MDR-EMP-TYPE and MDR-ITEM-CODE
      * (positions 12-18 of the 100-byte record).
       FD  MDREQ-FILE.
       01  MDREQ-RECORD.
           05  FILLER               PIC X(11).
           05  MDQ-REC-KEY          PIC X(7).
           05  FILLER               PIC X(82).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'MDREQ-SVC'.
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

       01  WS-TEMP-MDREQ.
           COPY mdreq REPLACING ==05== BY ==10==.
       01  WS-PRIOR-MDREQ.
           COPY mdreq REPLACING ==05== BY ==10==.

       01  WS-RECORD-EXISTS-SW     PIC X.
           88  MDREQ-EXISTS            VALUE 'Y'.
           88  MDREQ-NEW               VALUE 'N'.
       01  WS-SCAN-DONE-SW         PIC X.
           88  SCAN-DONE               VALUE 'Y'.
           88  SCAN-NOT-DONE           VALUE 'N'.

      * Working storage for COMPANY-SVC calls - a company-specific
      * item must name a company on the master
           COPY co-req.
           COPY co-res.

      * Working storage for AUDIT-LOG calls
       01  WS-AUDIT-REC.
           COPY audit.

       LINKAGE SECTION.
           COPY mdreq-req.
           COPY mdreq-res.

       PROCEDURE DIVISION USING MDREQ-SVC-REQ MDREQ-SVC-RES.

       MAIN-PROCESS.
      *    Initialize response
           INITIALIZE MDREQ-SVC-RES
           MOVE CORR-ID OF MDREQ-SVC-REQ TO CORR-ID OF MDREQ-SVC-RES

      *    Get current date and timestamp
           ACCEPT WS-DATE-1 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-DATE-1 WS-CURRENT-TIME
               DELIMITED BY SIZE
               INTO WS-CURRENT-TIMESTAMP

      *    Route to operation
           EVALUATE TRUE
               WHEN OP-PUT OF MDREQ-SVC-REQ
                   PERFORM PUT-REQUIRED-ITEM
               WHEN OP-DELETE OF MDREQ-SVC-REQ
                   PERFORM DELETE-REQUIRED-ITEM
               WHEN OP-LIST OF MDREQ-SVC-REQ
                   PERFORM LIST-REQUIRED-ITEMS
               WHEN OTHER
                   MOVE 422 TO STATUS-CODE-N OF MDREQ-SVC-RES
                   MOVE 'Invalid operation code'
                       TO STATUS-MSG OF MDREQ-SVC-RES
           END-EVALUATE

           GOBACK
           .

       PUT-REQUIRED-ITEM.
      *    Pre: IN-MDREQ populated with company (or spaces), type
      *         (or space), item code, owner and grace days
      *    Post: Item written, or the one on file rewritten with the
      *          new owner and grace days

           PERFORM VALIDATE-REQUIRED-ITEM
           IF NOT OK OF MDREQ-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-MDREQ-FILE-IO
           IF NOT OK OF MDREQ-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE IN-MDREQ OF MDREQ-SVC-REQ TO WS-TEMP-MDREQ
           MOVE WS-TEMP-MDREQ TO MDREQ-RECORD
           SET MDREQ-NEW TO TRUE
           READ MDREQ-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MDREQ-EXISTS TO TRUE
                   MOVE MDREQ-RECORD TO WS-PRIOR-MDREQ
           END-READ

           MOVE 1 TO RECORD-VERSION OF WS-TEMP-MDREQ
           IF MDREQ-EXISTS
               COMPUTE REC-VERSION OF WS-TEMP-MDREQ =
                   REC-VERSION OF WS-PRIOR-MDREQ + 1
               MOVE CREATED-BY OF WS-PRIOR-MDREQ
                   TO CREATED-BY OF WS-TEMP-MDREQ
               MOVE CREATED-AT OF WS-PRIOR-MDREQ
                   TO CREATED-AT OF WS-TEMP-MDREQ
               MOVE USER-ID OF MDREQ-SVC-REQ(1:8)
                   TO MODIFIED-BY OF WS-TEMP-MDREQ
               MOVE WS-CURRENT-TIMESTAMP TO MODIFIED-AT OF WS-TEMP-MDREQ
           ELSE
               MOVE 1 TO REC-VERSION OF WS-TEMP-MDREQ
               MOVE USER-ID OF MDREQ-SVC-REQ(1:8)
                   TO CREATED-BY OF WS-TEMP-MDREQ
               MOVE WS-CURRENT-TIMESTAMP TO CREATED-AT OF WS-TEMP-MDREQ
               MOVE SPACES TO MODIFIED-BY OF WS-TEMP-MDREQ
               MOVE 0 TO MODIFIED-AT OF WS-TEMP-MDREQ
           END-IF

           MOVE WS-TEMP-MDREQ TO MDREQ-RECORD
           IF MDREQ-EXISTS
               REWRITE MDREQ-RECORD
           ELSE
               WRITE MDREQ-RECORD
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF MDREQ-SVC-RES
               MOVE 'Failed to write required item record'
                   TO STATUS-MSG OF MDREQ-SVC-RES
               CLOSE MDREQ-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE MDREQ-FILE

           INITIALIZE WS-AUDIT-REC
           IF MDREQ-EXISTS
               MOVE 'UPDATE' TO ACTION OF WS-AUDIT-REC
               MOVE WS-PRIOR-MDREQ TO BEFORE-VALUE OF WS-AUDIT-REC
           ELSE
               MOVE 'CREATE' TO ACTION OF WS-AUDIT-REC
           END-IF
           MOVE 'MDR' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE USER-ID OF MDREQ-SVC-REQ TO USER-ID OF WS-AUDIT-REC
           MOVE CORR-ID OF MDREQ-SVC-REQ TO CORR-ID OF WS-AUDIT-REC
           MOVE WS-TEMP-MDREQ TO AFTER-VALUE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC

           MOVE 0 TO STATUS-CODE-N OF MDREQ-SVC-RES
           IF MDREQ-EXISTS
               MOVE 'Required item updated'
                   TO STATUS-MSG OF MDREQ-SVC-RES
           ELSE
               MOVE 'Required item added'
                   TO STATUS-MSG OF MDREQ-SVC-RES
           END-IF
           MOVE WS-TEMP-MDREQ TO OUT-MDREQ OF MDREQ-SVC-RES
           .

      * VALIDATE-REQUIRED-ITEM: The item must be one MDSCORE knows
      * how to check, the owner one of the three teams, the type
      * an employee type or blank, and a named company must be on
      * the company master.
       VALIDATE-REQUIRED-ITEM.
           MOVE 0 TO STATUS-CODE-N OF MDREQ-SVC-RES

           IF NOT MDR-ITEM-VALID OF IN-MDREQ OF MDREQ-SVC-REQ
               MOVE 422 TO STATUS-CODE-N OF MDREQ-SVC-RES
               MOVE 'Unknown item code' TO STATUS-MSG OF MDREQ-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NOT MDR-OWNER-VALID OF IN-MDREQ OF MDREQ-SVC-REQ
               MOVE 422 TO STATUS-CODE-N OF MDREQ-SVC-RES
               MOVE 'Owner must be H (HR), P (payroll) or E (employee)'
                   TO STATUS-MSG OF MDREQ-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF MDR-EMP-TYPE OF IN-MDREQ OF MDREQ-SVC-REQ
                   NOT = SPACE AND NOT = 'F' AND NOT = 'P'
                   AND NOT = 'C'
               MOVE 422 TO STATUS-CODE-N OF MDREQ-SVC-RES
               MOVE 'Employee type must be F, P, C or blank for all'
                   TO STATUS-MSG OF MDREQ-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF MDR-GRACE-DAYS OF IN-MDREQ OF MDREQ-SVC-REQ
                   IS NOT NUMERIC
               MOVE 422 TO STATUS-CODE-N OF MDREQ-SVC-RES
               MOVE 'Grace days must be numeric'
                   TO STATUS-MSG OF MDREQ-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF MDR-COMPANY OF IN-MDREQ OF MDREQ-SVC-REQ = SPACES
               EXIT PARAGRAPH
           END-IF
           INITIALIZE CO-SVC-REQ
           INITIALIZE CO-SVC-RES
           SET OP-FIND OF CO-SVC-REQ TO TRUE
           MOVE USER-ID OF MDREQ-SVC-REQ TO USER-ID OF CO-SVC-REQ
           MOVE CORR-ID OF MDREQ-SVC-REQ TO CORR-ID OF CO-SVC-REQ
           MOVE MDR-COMPANY OF IN-MDREQ OF MDREQ-SVC-REQ
               TO Q-COMPANY-CODE OF CO-SVC-REQ
           CALL 'COMPANY-SVC' USING CO-SVC-REQ CO-SVC-RES
           IF NOT OK OF CO-SVC-RES
               MOVE 422 TO STATUS-CODE-N OF MDREQ-SVC-RES
               MOVE 'Company code not on the company master'
                   TO STATUS-MSG OF MDREQ-SVC-RES
           END-IF
           .

       DELETE-REQUIRED-ITEM.
      *    Pre: IN-MDREQ populated with company, type and item code
      *    Post: Item removed; 404 when it was not there

           PERFORM OPEN-MDREQ-FILE-IO
           IF NOT OK OF MDREQ-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE IN-MDREQ OF MDREQ-SVC-REQ TO WS-TEMP-MDREQ
           MOVE WS-TEMP-MDREQ TO MDREQ-RECORD
           READ MDREQ-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF MDREQ-SVC-RES
                   MOVE 'Required item not found'
                       TO STATUS-MSG OF MDREQ-SVC-RES
                   CLOSE MDREQ-FILE
                   EXIT PARAGRAPH
           END-READ

           MOVE MDREQ-RECORD TO WS-TEMP-MDREQ
           DELETE MDREQ-FILE RECORD

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF MDREQ-SVC-RES
               MOVE 'Failed to delete required item record'
                   TO STATUS-MSG OF MDREQ-SVC-RES
               CLOSE MDREQ-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE MDREQ-FILE

           INITIALIZE WS-AUDIT-REC
           MOVE 'DELETE' TO ACTION OF WS-AUDIT-REC
           MOVE 'MDR' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE USER-ID OF MDREQ-SVC-REQ TO USER-ID OF WS-AUDIT-REC
           MOVE CORR-ID OF MDREQ-SVC-REQ TO CORR-ID OF WS-AUDIT-REC
           MOVE WS-TEMP-MDREQ TO BEFORE-VALUE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC

           MOVE 0 TO STATUS-CODE-N OF MDREQ-SVC-RES
           MOVE 'Required item removed' TO STATUS-MSG OF MDREQ-SVC-RES
           .

       LIST-REQUIRED-ITEMS.
      *    Pre: Q-CURSOR spaces to start, or the last cursor returned
      *    Post: OUT-MDREQ carries the next item past the cursor;
      *          MORE-RESULTS says whether to continue

           SET NO-MORE-RESULTS OF MDREQ-SVC-RES TO TRUE

           OPEN INPUT MDREQ-FILE
           IF FILE-NOT-FOUND
               MOVE 404 TO STATUS-CODE-N OF MDREQ-SVC-RES
               MOVE 'No required items on file'
                   TO STATUS-MSG OF MDREQ-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF MDREQ-SVC-RES
               MOVE 'Cannot open required item file'
                   TO STATUS-MSG OF MDREQ-SVC-RES
               EXIT PARAGRAPH
           END-IF

           SET SCAN-NOT-DONE TO TRUE
           MOVE Q-CURSOR OF MDREQ-SVC-REQ TO MDQ-REC-KEY
           IF MDQ-REC-KEY = SPACES
               MOVE LOW-VALUES TO MDQ-REC-KEY
           END-IF
           START MDREQ-FILE KEY IS GREATER THAN MDQ-REC-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START

           IF SCAN-DONE
               MOVE 404 TO STATUS-CODE-N OF MDREQ-SVC-RES
               MOVE 'No further required items'
                   TO STATUS-MSG OF MDREQ-SVC-RES
               CLOSE MDREQ-FILE
               EXIT PARAGRAPH
           END-IF

           READ MDREQ-FILE NEXT RECORD
               AT END
                   MOVE 404 TO STATUS-CODE-N OF MDREQ-SVC-RES
                   MOVE 'No further required items'
                       TO STATUS-MSG OF MDREQ-SVC-RES
                   CLOSE MDREQ-FILE
                   EXIT PARAGRAPH
           END-READ

           MOVE MDREQ-RECORD TO WS-TEMP-MDREQ
           MOVE WS-TEMP-MDREQ TO OUT-MDREQ OF MDREQ-SVC-RES
           MOVE MDQ-REC-KEY TO NEXT-CURSOR OF MDREQ-SVC-RES
           MOVE 0 TO STATUS-CODE-N OF MDREQ-SVC-RES
           MOVE 'Required item answered'
               TO STATUS-MSG OF MDREQ-SVC-RES

      *    One look ahead decides MORE-RESULTS
           READ MDREQ-FILE NEXT RECORD
               AT END
                   SET NO-MORE-RESULTS OF MDREQ-SVC-RES TO TRUE
               NOT AT END
                   SET MORE-RESULTS OF MDREQ-SVC-RES TO TRUE
           END-READ

           CLOSE MDREQ-FILE
           .

       OPEN-MDREQ-FILE-IO.
      *    Pre: None
      *    Post: MDREQ-FILE open I-O (created first if it didn't
      *          exist), STATUS-CODE-N set

           OPEN I-O MDREQ-FILE

           IF FILE-NOT-FOUND
      *        Create new file
               OPEN OUTPUT MDREQ-FILE
               CLOSE MDREQ-FILE
               OPEN I-O MDREQ-FILE
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF MDREQ-SVC-RES
               MOVE 'Cannot open required item file'
                   TO STATUS-MSG OF MDREQ-SVC-RES
           ELSE
               MOVE 0 TO STATUS-CODE-N OF MDREQ-SVC-RES
           END-IF
           .

       END PROGRAM MDREQ-SVC.
