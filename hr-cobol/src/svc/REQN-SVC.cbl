       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQN-SVC.
      ******************************************************************
      * REQN-SVC - Job Requisition Service
      * Purpose: Position control - every opening is a requisition
      *          (department, grade, employment type, target start
      *          date, the requesting manager) that is approved
      *          against the department's remaining budgeted
      *          headcount for the fiscal year of its target start:
      *          the IMPBUDG budget, less the employees already in
      *          the department, less the requisitions approved and
      *          not yet filled. An approved requisition is filled
      *          by the hire that references it (EMP-SVC ADD with
      *          REQN-ID on the employee record, or ONBOARD).
      * Operations: ADD, FIND, UPDATE, LIST, APPROVE, REJECT, CANCEL,
      *             FILL
      * Pre: Valid request with OP-CODE, USER-ID, CORR-ID
      * Post: Response with STATUS-CODE-N and STATUS-MSG
      * Note: REQN-FILE is owned by this service directly, the way
      *       COMMUTE-SVC owns commute.dat - keyed on REQN-ID, which
      *       SEQ-SVC assigns.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQN-FILE ASSIGN TO 'hr-cobol/data/requisitions.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQN-REC-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT BUDGET-FILE
               ASSIGN TO 'hr-cobol/data/budgets.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * RQN-REC-KEY occupies the REQN-ID byte range (positions 12-20
      * of the 200-byte record).
       FD  REQN-FILE.
       01  REQN-RECORD.
           05  FILLER               PIC X(11).
           05  RQN-REC-KEY          PIC X(9).
           05  FILLER               PIC X(180).

      * The layout IMPBUDG writes
       FD  BUDGET-FILE.
       01  BUDGET-RECORD.
           05  BUD-FISCAL-YEAR     PIC 9(4).
           05  BUD-DEPT-ID         PIC 9(6).
           05  BUD-HEADCOUNT       PIC 9(5).
           05  BUD-COST            PIC 9(11)V99.

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(11) VALUE 'REQN-SVC'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK                 VALUE '00'.
           88  FILE-EOF                VALUE '10'.
           88  FILE-NOT-FOUND          VALUE '35'.
           88  FILE-DUP-KEY            VALUE '22'.
       01  WS-BUD-FILE-STATUS      PIC XX.
           88  BUD-FILE-OK             VALUE '00'.
           88  BUD-FILE-EOF            VALUE '10'.

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

      * Working storage for SEQ-SVC calls
           COPY seq-req.
           COPY seq-res.

      * Working storage for DEPT-SVC calls - the department's
      * CURRENT-COUNT is the actual headcount an approval is judged
      * against
           COPY dept-req.
           COPY dept-res.

       01  WS-TEMP-REQN.
           COPY requisition REPLACING ==05== BY ==10==.
       01  WS-PRIOR-REQN.
           COPY requisition REPLACING ==05== BY ==10==.
       01  WS-SCAN-REQN.
           COPY requisition REPLACING ==05== BY ==10==.

       01  WS-REQN-ID-STR          PIC X(9).
       01  WS-AUDIT-ACTION         PIC X(12).
       01  WS-SCAN-SW              PIC X.
           88  SCAN-DONE               VALUE 'Y'.
           88  SCAN-NOT-DONE           VALUE 'N'.

      * Fiscal year of the target start - April to March
       01  WS-TARGET-DATE.
           05  WS-TARGET-YYYY      PIC 9(4).
           05  WS-TARGET-MM        PIC 9(2).
           05  WS-TARGET-DD        PIC 9(2).
       01  WS-FISCAL-YEAR          PIC 9(4).
       01  WS-BUDGET-FOUND-SW      PIC X.
           88  BUDGET-ROW-FOUND        VALUE 'Y'.
           88  BUDGET-ROW-NOT-FOUND    VALUE 'N'.

      * Working storage for AUDIT-LOG calls
       01  WS-AUDIT-REC.
           COPY audit.

       LINKAGE SECTION.
           COPY reqn-req.
           COPY reqn-res.

       PROCEDURE DIVISION USING REQN-SVC-REQ REQN-SVC-RES.

       MAIN-PROCESS.
      *    Initialize response
           INITIALIZE REQN-SVC-RES
           MOVE CORR-ID OF REQN-SVC-REQ TO CORR-ID OF REQN-SVC-RES

      *    Get current date and timestamp
           ACCEPT WS-DATE-1 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-DATE-1 WS-CURRENT-TIME
               DELIMITED BY SIZE
               INTO WS-CURRENT-TIMESTAMP

      *    Route to operation
           EVALUATE TRUE
               WHEN OP-ADD OF REQN-SVC-REQ
                   PERFORM ADD-REQUISITION
               WHEN OP-FIND OF REQN-SVC-REQ
                   PERFORM FIND-REQUISITION
               WHEN OP-UPDATE OF REQN-SVC-REQ
                   PERFORM UPDATE-REQUISITION
               WHEN OP-LIST OF REQN-SVC-REQ
                   PERFORM LIST-REQUISITIONS
               WHEN OP-APPROVE OF REQN-SVC-REQ
                   PERFORM APPROVE-REQUISITION
               WHEN OP-REJECT OF REQN-SVC-REQ
                   PERFORM CLOSE-REQUISITION
               WHEN OP-CANCEL OF REQN-SVC-REQ
                   PERFORM CLOSE-REQUISITION
               WHEN OP-FILL OF REQN-SVC-REQ
                   PERFORM FILL-REQUISITION
               WHEN OTHER
                   MOVE 422 TO STATUS-CODE-N OF REQN-SVC-RES
                   MOVE 'Invalid operation code'
                       TO STATUS-MSG OF REQN-SVC-RES
           END-EVALUATE

           GOBACK
           .

       ADD-REQUISITION.
      *    Pre: IN-REQN populated with department, employment type,
      *         target start and the requesting manager
      *    Post: Pending requisition written under a new REQN-ID

           PERFORM VALIDATE-REQUISITION
           IF NOT OK OF REQN-SVC-RES
               EXIT PARAGRAPH
           END-IF

           INITIALIZE SEQ-SVC-REQ
           SET OP-NEXT OF SEQ-SVC-REQ TO TRUE
           SET TYPE-REQN OF SEQ-SVC-REQ TO TRUE
           MOVE USER-ID OF REQN-SVC-REQ TO USER-ID OF SEQ-SVC-REQ
           MOVE CORR-ID OF REQN-SVC-REQ TO CORR-ID OF SEQ-SVC-REQ
           CALL 'SEQ-SVC' USING SEQ-SVC-REQ SEQ-SVC-RES
           IF NOT OK OF SEQ-SVC-RES
               MOVE STATUS-CODE-N OF SEQ-SVC-RES
                   TO STATUS-CODE-N OF REQN-SVC-RES
               MOVE STATUS-MSG OF SEQ-SVC-RES
                   TO STATUS-MSG OF REQN-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-REQN-FILE-IO
           IF NOT OK OF REQN-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE IN-REQN OF REQN-SVC-REQ TO WS-TEMP-REQN
           MOVE NEXT-ID OF SEQ-SVC-RES TO REQN-ID OF WS-TEMP-REQN
           MOVE 1 TO RECORD-VERSION OF WS-TEMP-REQN
           MOVE 1 TO REC-VERSION OF WS-TEMP-REQN
           SET REQN-PENDING OF WS-TEMP-REQN TO TRUE
           MOVE 0 TO BUDGET-YEAR OF WS-TEMP-REQN
           MOVE SPACES TO APPROVED-BY OF WS-TEMP-REQN
           MOVE 0 TO APPROVED-DATE OF WS-TEMP-REQN
           MOVE 0 TO FILLED-EMP-ID OF WS-TEMP-REQN
           MOVE 0 TO FILLED-DATE OF WS-TEMP-REQN
           MOVE USER-ID OF REQN-SVC-REQ(1:8)
               TO CREATED-BY OF WS-TEMP-REQN
           MOVE WS-CURRENT-TIMESTAMP TO CREATED-AT OF WS-TEMP-REQN
           MOVE SPACES TO MODIFIED-BY OF WS-TEMP-REQN
           MOVE 0 TO MODIFIED-AT OF WS-TEMP-REQN

           MOVE WS-TEMP-REQN TO REQN-RECORD
           WRITE REQN-RECORD

           IF FILE-DUP-KEY
               MOVE 409 TO STATUS-CODE-N OF REQN-SVC-RES
               MOVE 'Requisition ID already on file'
                   TO STATUS-MSG OF REQN-SVC-RES
               CLOSE REQN-FILE
               EXIT PARAGRAPH
           END-IF
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF REQN-SVC-RES
               MOVE 'Failed to write requisition record'
                   TO STATUS-MSG OF REQN-SVC-RES
               CLOSE REQN-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE REQN-FILE

           MOVE 'CREATE' TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-PRIOR-REQN
           PERFORM WRITE-REQN-AUDIT

           MOVE 0 TO STATUS-CODE-N OF REQN-SVC-RES
           STRING 'Requisition opened: REQN-ID='
                  REQN-ID OF WS-TEMP-REQN
               DELIMITED BY SIZE
               INTO STATUS-MSG OF REQN-SVC-RES
           MOVE WS-TEMP-REQN TO OUT-REQN OF REQN-SVC-RES
           .

      * VALIDATE-REQUISITION: Department, requesting manager and a
      * real target start date are required; the employment type
      * is one the employee record takes.
       VALIDATE-REQUISITION.
           MOVE 0 TO STATUS-CODE-N OF REQN-SVC-RES

           IF DEPT-ID OF IN-REQN OF REQN-SVC-REQ = 0
                   OR REQUESTED-BY OF IN-REQN OF REQN-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF REQN-SVC-RES
               MOVE 'DEPT-ID and REQUESTED-BY are required'
                   TO STATUS-MSG OF REQN-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF NOT REQN-TYPE-FULL OF IN-REQN OF REQN-SVC-REQ
                   AND NOT REQN-TYPE-PART OF IN-REQN OF REQN-SVC-REQ
                   AND NOT REQN-TYPE-CONT OF IN-REQN OF REQN-SVC-REQ
               MOVE 422 TO STATUS-CODE-N OF REQN-SVC-RES
               MOVE 'EMP-TYPE must be F, P or C'
                   TO STATUS-MSG OF REQN-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE 'V ' TO WS-DATE-OPERATION
           MOVE TARGET-START OF IN-REQN OF REQN-SVC-REQ
               TO WS-DATE-UTIL-D1
           CALL 'DATE-UTIL' USING WS-DATE-OPERATION
                                  WS-DATE-UTIL-D1
                                  WS-DATE-UTIL-D2
                                  WS-DATE-UTIL-RESULT
                                  WS-DATE-UTIL-STATUS
           IF WS-DATE-UTIL-STATUS NOT = 0
               MOVE 422 TO STATUS-CODE-N OF REQN-SVC-RES
               MOVE 'TARGET-START is not a valid YYYYMMDD date'
                   TO STATUS-MSG OF REQN-SVC-RES
               EXIT PARAGRAPH
           END-IF
           .

       FIND-REQUISITION.
      *    Pre: Q-REQN-ID populated
      *    Post: OUT-REQN carries the requisition

           PERFORM OPEN-REQN-FILE-INPUT
           IF NOT OK OF REQN-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-REQUESTED-REQN
           IF OK OF REQN-SVC-RES
               MOVE WS-TEMP-REQN TO OUT-REQN OF REQN-SVC-RES
               MOVE 'Requisition answered'
                   TO STATUS-MSG OF REQN-SVC-RES
           END-IF

           CLOSE REQN-FILE
           .

       UPDATE-REQUISITION.
      *    Pre: IN-REQN carries the REQN-ID and the revised fields
      *    Post: Pending requisition rewritten; once approved the
      *          opening is fixed - cancel and raise a new one

           MOVE REQN-ID OF IN-REQN OF REQN-SVC-REQ
               TO Q-REQN-ID OF REQN-SVC-REQ
           PERFORM VALIDATE-REQUISITION
           IF NOT OK OF REQN-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-REQN-FILE-IO
           IF NOT OK OF REQN-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-REQUESTED-REQN
           IF NOT OK OF REQN-SVC-RES
               CLOSE REQN-FILE
               EXIT PARAGRAPH
           END-IF

           IF NOT REQN-PENDING OF WS-TEMP-REQN
               MOVE 409 TO STATUS-CODE-N OF REQN-SVC-RES
               MOVE 'Only a pending requisition can be changed'
                   TO STATUS-MSG OF REQN-SVC-RES
               CLOSE REQN-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TEMP-REQN TO WS-PRIOR-REQN
           MOVE DEPT-ID OF IN-REQN OF REQN-SVC-REQ
               TO DEPT-ID OF WS-TEMP-REQN
           MOVE GRADE-CODE OF IN-REQN OF REQN-SVC-REQ
               TO GRADE-CODE OF WS-TEMP-REQN
           MOVE EMP-TYPE OF IN-REQN OF REQN-SVC-REQ
               TO EMP-TYPE OF WS-TEMP-REQN
           MOVE TARGET-START OF IN-REQN OF REQN-SVC-REQ
               TO TARGET-START OF WS-TEMP-REQN
           MOVE REQUESTED-BY OF IN-REQN OF REQN-SVC-REQ
               TO REQUESTED-BY OF WS-TEMP-REQN
           MOVE REQN-TITLE OF IN-REQN OF REQN-SVC-REQ
               TO REQN-TITLE OF WS-TEMP-REQN

           MOVE 'UPDATE' TO WS-AUDIT-ACTION
           PERFORM REWRITE-REQUISITION
           IF OK OF REQN-SVC-RES
               MOVE 'Requisition updated'
                   TO STATUS-MSG OF REQN-SVC-RES
           END-IF
           .

       LIST-REQUISITIONS.
      *    Pre: Q-CURSOR 0 to start, or the last cursor returned
      *    Post: OUT-REQN carries the next requisition past the
      *          cursor; MORE-RESULTS says whether to continue

           SET NO-MORE-RESULTS OF REQN-SVC-RES TO TRUE

           PERFORM OPEN-REQN-FILE-INPUT
           IF NOT OK OF REQN-SVC-RES
               EXIT PARAGRAPH
           END-IF

           SET SCAN-NOT-DONE TO TRUE
           MOVE Q-CURSOR OF REQN-SVC-REQ TO WS-REQN-ID-STR
           MOVE WS-REQN-ID-STR TO RQN-REC-KEY
           START REQN-FILE KEY IS GREATER THAN RQN-REC-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START

           IF SCAN-DONE
               MOVE 404 TO STATUS-CODE-N OF REQN-SVC-RES
               MOVE 'No further requisitions'
                   TO STATUS-MSG OF REQN-SVC-RES
               CLOSE REQN-FILE
               EXIT PARAGRAPH
           END-IF

           READ REQN-FILE NEXT RECORD
               AT END
                   MOVE 404 TO STATUS-CODE-N OF REQN-SVC-RES
                   MOVE 'No further requisitions'
                       TO STATUS-MSG OF REQN-SVC-RES
                   CLOSE REQN-FILE
                   EXIT PARAGRAPH
           END-READ

           MOVE REQN-RECORD TO WS-TEMP-REQN
           MOVE WS-TEMP-REQN TO OUT-REQN OF REQN-SVC-RES
           MOVE REQN-ID OF WS-TEMP-REQN
               TO NEXT-CURSOR OF REQN-SVC-RES
           MOVE 0 TO STATUS-CODE-N OF REQN-SVC-RES
           MOVE 'Requisition answered'
               TO STATUS-MSG OF REQN-SVC-RES

      *    One look ahead decides MORE-RESULTS
           READ REQN-FILE NEXT RECORD
               AT END
                   SET NO-MORE-RESULTS OF REQN-SVC-RES TO TRUE
               NOT AT END
                   SET MORE-RESULTS OF REQN-SVC-RES TO TRUE
           END-READ

           CLOSE REQN-FILE
           .

       APPROVE-REQUISITION.
      *    Pre: Q-REQN-ID of a pending requisition
      *    Post: Approved when the department has budgeted headcount
      *          left for the fiscal year of the target start -
      *          BUDGET-HEADS, ACTUAL-HEADS, OPEN-REQNS and HEADROOM
      *          show the position judged either way; 409 when there
      *          is no headroom, 422 when no budget row exists, 431
      *          when the requester's own operator approves

           PERFORM OPEN-REQN-FILE-IO
           IF NOT OK OF REQN-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-REQUESTED-REQN
           IF NOT OK OF REQN-SVC-RES
               CLOSE REQN-FILE
               EXIT PARAGRAPH
           END-IF

           IF NOT REQN-PENDING OF WS-TEMP-REQN
               MOVE 409 TO STATUS-CODE-N OF REQN-SVC-RES
               MOVE 'Only a pending requisition can be approved'
                   TO STATUS-MSG OF REQN-SVC-RES
               CLOSE REQN-FILE
               EXIT PARAGRAPH
           END-IF

           IF USER-ID OF REQN-SVC-REQ(1:8)
                   = CREATED-BY OF WS-TEMP-REQN
               MOVE 431 TO STATUS-CODE-N OF REQN-SVC-RES
               MOVE 'A requisition cannot be approved by its creator'
                   TO STATUS-MSG OF REQN-SVC-RES
               CLOSE REQN-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE TARGET-START OF WS-TEMP-REQN TO WS-TARGET-DATE
           IF WS-TARGET-MM < 4
               COMPUTE WS-FISCAL-YEAR = WS-TARGET-YYYY - 1
           ELSE
               MOVE WS-TARGET-YYYY TO WS-FISCAL-YEAR
           END-IF

           PERFORM LOAD-BUDGET-HEADS
           IF BUDGET-ROW-NOT-FOUND
               MOVE 422 TO STATUS-CODE-N OF REQN-SVC-RES
               STRING 'No headcount budget for DEPT-ID='
                      DEPT-ID OF WS-TEMP-REQN
                      ' fiscal year ' WS-FISCAL-YEAR
                   DELIMITED BY SIZE
                   INTO STATUS-MSG OF REQN-SVC-RES
               CLOSE REQN-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ACTUAL-HEADS
           PERFORM COUNT-OPEN-REQUISITIONS

           COMPUTE HEADROOM OF REQN-SVC-RES =
               BUDGET-HEADS OF REQN-SVC-RES
               - ACTUAL-HEADS OF REQN-SVC-RES
               - OPEN-REQNS OF REQN-SVC-RES

           IF HEADROOM OF REQN-SVC-RES < 1
               MOVE 409 TO STATUS-CODE-N OF REQN-SVC-RES
               MOVE 'No budgeted headcount left in the department'
                   TO STATUS-MSG OF REQN-SVC-RES
               MOVE WS-TEMP-REQN TO OUT-REQN OF REQN-SVC-RES
               CLOSE REQN-FILE
               EXIT PARAGRAPH
           END-IF

      *    The scan moved the file position - read the requisition
      *    again before rewriting it
           PERFORM READ-REQUESTED-REQN
           MOVE WS-TEMP-REQN TO WS-PRIOR-REQN
           SET REQN-APPROVED OF WS-TEMP-REQN TO TRUE
           MOVE WS-FISCAL-YEAR TO BUDGET-YEAR OF WS-TEMP-REQN
           MOVE USER-ID OF REQN-SVC-REQ(1:8)
               TO APPROVED-BY OF WS-TEMP-REQN
           MOVE WS-DATE-1 TO APPROVED-DATE OF WS-TEMP-REQN

           MOVE 'APPROVE' TO WS-AUDIT-ACTION
           PERFORM REWRITE-REQUISITION
           IF OK OF REQN-SVC-RES
               MOVE 'Requisition approved'
                   TO STATUS-MSG OF REQN-SVC-RES
           END-IF
           .

      * LOAD-BUDGET-HEADS: The department's budgeted headcount for
      * WS-FISCAL-YEAR from the IMPBUDG file.
       LOAD-BUDGET-HEADS.
           SET BUDGET-ROW-NOT-FOUND TO TRUE
           MOVE 0 TO BUDGET-HEADS OF REQN-SVC-RES

           OPEN INPUT BUDGET-FILE
           IF NOT BUD-FILE-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL BUD-FILE-EOF OR BUDGET-ROW-FOUND
               READ BUDGET-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BUD-FISCAL-YEAR = WS-FISCAL-YEAR
                               AND BUD-DEPT-ID
                                   = DEPT-ID OF WS-TEMP-REQN
                           SET BUDGET-ROW-FOUND TO TRUE
                           MOVE BUD-HEADCOUNT
                               TO BUDGET-HEADS OF REQN-SVC-RES
                       END-IF
               END-READ
           END-PERFORM

           CLOSE BUDGET-FILE
           .

      * LOAD-ACTUAL-HEADS: The department's CURRENT-COUNT, the
      * figure BUDGRPT reports as actual.
       LOAD-ACTUAL-HEADS.
           MOVE 0 TO ACTUAL-HEADS OF REQN-SVC-RES

           INITIALIZE DEPT-SVC-REQ
           INITIALIZE DEPT-SVC-RES
           SET OP-FIND OF DEPT-SVC-REQ TO TRUE
           MOVE USER-ID OF REQN-SVC-REQ TO USER-ID OF DEPT-SVC-REQ
           MOVE CORR-ID OF REQN-SVC-REQ TO CORR-ID OF DEPT-SVC-REQ
           MOVE DEPT-ID OF WS-TEMP-REQN
               TO DEPT-ID OF IN-DEPT OF DEPT-SVC-REQ
           CALL 'DEPT-SVC' USING DEPT-SVC-REQ DEPT-SVC-RES
           IF OK OF DEPT-SVC-RES
               MOVE CURRENT-COUNT OF OUT-DEPT OF DEPT-SVC-RES
                   TO ACTUAL-HEADS OF REQN-SVC-RES
           END-IF
           .

      * COUNT-OPEN-REQUISITIONS: Approved, not yet filled openings
      * in the same department - each is a head already promised.
       COUNT-OPEN-REQUISITIONS.
           MOVE 0 TO OPEN-REQNS OF REQN-SVC-RES

           SET SCAN-NOT-DONE TO TRUE
           MOVE LOW-VALUES TO RQN-REC-KEY
           START REQN-FILE KEY IS GREATER THAN RQN-REC-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START

           PERFORM UNTIL SCAN-DONE
               READ REQN-FILE NEXT RECORD
                   AT END
                       SET SCAN-DONE TO TRUE
                   NOT AT END
                       MOVE REQN-RECORD TO WS-SCAN-REQN
                       IF REQN-APPROVED OF WS-SCAN-REQN
                               AND DEPT-ID OF WS-SCAN-REQN
                                   = DEPT-ID OF WS-TEMP-REQN
                           ADD 1 TO OPEN-REQNS OF REQN-SVC-RES
                       END-IF
               END-READ
           END-PERFORM
           .

       CLOSE-REQUISITION.
      *    Pre: Q-REQN-ID; REJECT takes a pending requisition,
      *         CANCEL a pending or approved one
      *    Post: Requisition closed unfilled - an approved one hands
      *          its head back to the department's headroom

           PERFORM OPEN-REQN-FILE-IO
           IF NOT OK OF REQN-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-REQUESTED-REQN
           IF NOT OK OF REQN-SVC-RES
               CLOSE REQN-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TEMP-REQN TO WS-PRIOR-REQN
           IF OP-REJECT OF REQN-SVC-REQ
               IF NOT REQN-PENDING OF WS-TEMP-REQN
                   MOVE 409 TO STATUS-CODE-N OF REQN-SVC-RES
                   MOVE 'Only a pending requisition can be rejected'
                       TO STATUS-MSG OF REQN-SVC-RES
                   CLOSE REQN-FILE
                   EXIT PARAGRAPH
               END-IF
               SET REQN-REJECTED OF WS-TEMP-REQN TO TRUE
               MOVE 'REJECT' TO WS-AUDIT-ACTION
           ELSE
               IF NOT REQN-PENDING OF WS-TEMP-REQN
                       AND NOT REQN-APPROVED OF WS-TEMP-REQN
                   MOVE 409 TO STATUS-CODE-N OF REQN-SVC-RES
                   MOVE 'Requisition is already closed'
                       TO STATUS-MSG OF REQN-SVC-RES
                   CLOSE REQN-FILE
                   EXIT PARAGRAPH
               END-IF
               SET REQN-CANCELLED OF WS-TEMP-REQN TO TRUE
               MOVE 'CANCEL' TO WS-AUDIT-ACTION
           END-IF

           PERFORM REWRITE-REQUISITION
           IF OK OF REQN-SVC-RES
               MOVE 'Requisition closed'
                   TO STATUS-MSG OF REQN-SVC-RES
           END-IF
           .

       FILL-REQUISITION.
      *    Pre: Q-REQN-ID of an approved requisition, Q-EMP-ID of
      *         the hire, Q-FILL-DATE (defaults to today)
      *    Post: Requisition marked filled by the hire

           IF Q-EMP-ID OF REQN-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF REQN-SVC-RES
               MOVE 'Q-EMP-ID is required'
                   TO STATUS-MSG OF REQN-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-REQN-FILE-IO
           IF NOT OK OF REQN-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-REQUESTED-REQN
           IF NOT OK OF REQN-SVC-RES
               CLOSE REQN-FILE
               EXIT PARAGRAPH
           END-IF

           IF NOT REQN-APPROVED OF WS-TEMP-REQN
               MOVE 409 TO STATUS-CODE-N OF REQN-SVC-RES
               MOVE 'Only an approved, unfilled requisition fills'
                   TO STATUS-MSG OF REQN-SVC-RES
               CLOSE REQN-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TEMP-REQN TO WS-PRIOR-REQN
           SET REQN-FILLED OF WS-TEMP-REQN TO TRUE
           MOVE Q-EMP-ID OF REQN-SVC-REQ
               TO FILLED-EMP-ID OF WS-TEMP-REQN
           IF Q-FILL-DATE OF REQN-SVC-REQ NOT = 0
               MOVE Q-FILL-DATE OF REQN-SVC-REQ
                   TO FILLED-DATE OF WS-TEMP-REQN
           ELSE
               MOVE WS-DATE-1 TO FILLED-DATE OF WS-TEMP-REQN
           END-IF

           MOVE 'FILL' TO WS-AUDIT-ACTION
           PERFORM REWRITE-REQUISITION
           IF OK OF REQN-SVC-RES
               MOVE 'Requisition filled'
                   TO STATUS-MSG OF REQN-SVC-RES
           END-IF
           .

      * READ-REQUESTED-REQN: Q-REQN-ID's record into WS-TEMP-REQN,
      * 404 when it is not on file. The file is open.
       READ-REQUESTED-REQN.
           IF Q-REQN-ID OF REQN-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF REQN-SVC-RES
               MOVE 'Q-REQN-ID is required'
                   TO STATUS-MSG OF REQN-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-REQN-ID OF REQN-SVC-REQ TO WS-REQN-ID-STR
           MOVE WS-REQN-ID-STR TO RQN-REC-KEY
           READ REQN-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF REQN-SVC-RES
                   MOVE 'Requisition not found'
                       TO STATUS-MSG OF REQN-SVC-RES
               NOT INVALID KEY
                   MOVE REQN-RECORD TO WS-TEMP-REQN
                   MOVE 0 TO STATUS-CODE-N OF REQN-SVC-RES
           END-READ
           .

      * REWRITE-REQUISITION: WS-TEMP-REQN back over the record just
      * read, stamped and audited (WS-PRIOR-REQN the before image,
      * WS-AUDIT-ACTION the action). Closes the file.
       REWRITE-REQUISITION.
           ADD 1 TO REC-VERSION OF WS-TEMP-REQN
           MOVE USER-ID OF REQN-SVC-REQ(1:8)
               TO MODIFIED-BY OF WS-TEMP-REQN
           MOVE WS-CURRENT-TIMESTAMP TO MODIFIED-AT OF WS-TEMP-REQN

           MOVE WS-TEMP-REQN TO REQN-RECORD
           REWRITE REQN-RECORD

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF REQN-SVC-RES
               MOVE 'Failed to rewrite requisition record'
                   TO STATUS-MSG OF REQN-SVC-RES
               CLOSE REQN-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE REQN-FILE
           PERFORM WRITE-REQN-AUDIT

           MOVE 0 TO STATUS-CODE-N OF REQN-SVC-RES
           MOVE WS-TEMP-REQN TO OUT-REQN OF REQN-SVC-RES
           .

       WRITE-REQN-AUDIT.
           INITIALIZE WS-AUDIT-REC
           MOVE WS-CURRENT-TIMESTAMP TO AUDIT-TIMESTAMP OF WS-AUDIT-REC
           MOVE WS-AUDIT-ACTION TO ACTION OF WS-AUDIT-REC
           MOVE 'RQN' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE REQN-ID OF WS-TEMP-REQN TO ENTITY-ID OF WS-AUDIT-REC
           MOVE USER-ID OF REQN-SVC-REQ TO USER-ID OF WS-AUDIT-REC
           MOVE CORR-ID OF REQN-SVC-REQ TO CORR-ID OF WS-AUDIT-REC
           MOVE WS-PRIOR-REQN TO BEFORE-VALUE OF WS-AUDIT-REC
           MOVE WS-TEMP-REQN TO AFTER-VALUE OF WS-AUDIT-REC
           MOVE 0 TO RESULT-CODE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC
           .

       OPEN-REQN-FILE-INPUT.
      *    Pre: None
      *    Post: REQN-FILE open INPUT, STATUS-CODE-N set (404 when
      *          no requisition has been raised yet)

           OPEN INPUT REQN-FILE
           IF FILE-NOT-FOUND
               MOVE 404 TO STATUS-CODE-N OF REQN-SVC-RES
               MOVE 'No requisitions on file'
                   TO STATUS-MSG OF REQN-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF REQN-SVC-RES
               MOVE 'Cannot open requisition file'
                   TO STATUS-MSG OF REQN-SVC-RES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO STATUS-CODE-N OF REQN-SVC-RES
           .

       OPEN-REQN-FILE-IO.
      *    Pre: None
      *    Post: REQN-FILE open I-O (created first if it didn't
      *          exist), STATUS-CODE-N set

           OPEN I-O REQN-FILE

           IF FILE-NOT-FOUND
      *        Create new file
               OPEN OUTPUT REQN-FILE
               CLOSE REQN-FILE
               OPEN I-O REQN-FILE
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF REQN-SVC-RES
               MOVE 'Cannot open requisition file'
                   TO STATUS-MSG OF REQN-SVC-RES
           ELSE
               MOVE 0 TO STATUS-CODE-N OF REQN-SVC-RES
           END-IF
           .

       END PROGRAM REQN-SVC.
