       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAVE-SVC.
      ******************************************************************
      * SAVE-SVC - Employee Savings-Plan Enrollment Service
      * Purpose: Maintains enrollments in the employee shareholding
      *          association and the property-accumulation savings
      *          plans - the monthly and bonus-run contributions,
      *          the trustee and member number, and the stock plan's
      *          company incentive - and their suspension and
      *          withdrawal. FIND-ACTIVE hands CALCULATE-PAYROLL the
      *          plans that deduct on a pay date.
      * Operations: ADD, FIND, UPDATE, SUSPEND, RESUME, WITHDRAW,
      *             FIND-ACTIVE
      * Pre: Valid request with OP-CODE, USER-ID, CORR-ID
      * Post: Response with STATUS-CODE-N and STATUS-MSG
      * Note: SAVINGS-FILE is owned by this service directly, the
      *       way LOAN-SVC owns loan.dat - keyed on EMP-ID +
      *       PLAN-TYPE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAVINGS-FILE ASSIGN TO 'hr-cobol/data/savings.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAV-REC-KEY SOURCE IS SAV-REC-KEY1
                   SAV-REC-KEY2
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * SAV-REC-KEY is a split key over EMP-ID and PLAN-TYPE
      * (positions 12-20 and 21 of the 200-byte record).
       FD  SAVINGS-FILE.
       01  SAVINGS-RECORD.
           05  FILLER               PIC X(11).
           05  SAV-REC-KEY1         PIC X(9).
           05  SAV-REC-KEY2         PIC X(1).
           05  FILLER               PIC X(179).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'SAVE-SVC'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

      * The shareholding association's incentive when an enrollment
      * is taken without one
       78  DEFAULT-STOCK-INCENTIVE VALUE 10.

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

       01  WS-TEMP-SAVINGS.
           COPY savings REPLACING ==05== BY ==10==.
       01  WS-PRIOR-SAVINGS.
           COPY savings REPLACING ==05== BY ==10==.

       01  WS-EMP-ID-STR           PIC X(9).
       01  WS-SCAN-DONE-SW         PIC X.
           88  SCAN-DONE               VALUE 'Y'.
           88  SCAN-NOT-DONE           VALUE 'N'.
       01  WS-DEDUCTS-SW           PIC X.
           88  PLAN-DEDUCTS            VALUE 'Y'.
           88  PLAN-DOES-NOT-DEDUCT    VALUE 'N'.

      * Working storage for EMP-SVC calls - only an employee on
      * file can enroll
           COPY emp-req.
           COPY emp-res.

      * Working storage for AUDIT-LOG calls
       01  WS-AUDIT-REC.
           COPY audit.

       LINKAGE SECTION.
           COPY save-req.
           COPY save-res.

       PROCEDURE DIVISION USING SAVE-SVC-REQ SAVE-SVC-RES.

       MAIN-PROCESS.
      *    Initialize response
           INITIALIZE SAVE-SVC-RES
           MOVE CORR-ID OF SAVE-SVC-REQ TO CORR-ID OF SAVE-SVC-RES

      *    Get current date and timestamp
           ACCEPT WS-DATE-1 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-DATE-1 WS-CURRENT-TIME
               DELIMITED BY SIZE
               INTO WS-CURRENT-TIMESTAMP

      *    Route to operation
           EVALUATE TRUE
               WHEN OP-ADD OF SAVE-SVC-REQ
                   PERFORM ADD-ENROLLMENT
               WHEN OP-FIND OF SAVE-SVC-REQ
                   PERFORM FIND-ENROLLMENT
               WHEN OP-UPDATE OF SAVE-SVC-REQ
                   PERFORM UPDATE-ENROLLMENT
               WHEN OP-SUSPEND OF SAVE-SVC-REQ
                   PERFORM SUSPEND-ENROLLMENT
               WHEN OP-RESUME OF SAVE-SVC-REQ
                   PERFORM RESUME-ENROLLMENT
               WHEN OP-WITHDRAW OF SAVE-SVC-REQ
                   PERFORM WITHDRAW-ENROLLMENT
               WHEN OP-FIND-ACTIVE OF SAVE-SVC-REQ
                   PERFORM FIND-ACTIVE-PLANS
               WHEN OTHER
                   MOVE 422 TO STATUS-CODE-N OF SAVE-SVC-RES
                   MOVE 'Invalid operation code'
                       TO STATUS-MSG OF SAVE-SVC-RES
           END-EVALUATE

           GOBACK
           .

       ADD-ENROLLMENT.
      *    Pre: IN-SAVINGS populated with EMP-ID, PLAN-TYPE,
      *         TRUSTEE-CODE, the contributions and START-DATE
      *    Post: Enrollment written active; 409 when the employee
      *          already holds the plan (withdrawn included - a
      *          rejoin is an UPDATE and RESUME)

           IF NOT PLAN-TYPE-VALID OF IN-SAVINGS OF SAVE-SVC-REQ
               MOVE 422 TO STATUS-CODE-N OF SAVE-SVC-RES
               MOVE 'PLAN-TYPE must be K, G, P or H'
                   TO STATUS-MSG OF SAVE-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF TRUSTEE-CODE OF IN-SAVINGS OF SAVE-SVC-REQ = SPACES
               MOVE 422 TO STATUS-CODE-N OF SAVE-SVC-RES
               MOVE 'TRUSTEE-CODE is required'
                   TO STATUS-MSG OF SAVE-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF MONTHLY-AMOUNT OF IN-SAVINGS OF SAVE-SVC-REQ = 0
                   AND BONUS-AMOUNT OF IN-SAVINGS OF SAVE-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF SAVE-SVC-RES
               MOVE 'A monthly or bonus contribution is required'
                   TO STATUS-MSG OF SAVE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE START-DATE OF IN-SAVINGS OF SAVE-SVC-REQ
               TO WS-DATE-UTIL-D1
           PERFORM VALIDATE-DATE
           IF NOT OK OF SAVE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           INITIALIZE EMP-SVC-REQ
           INITIALIZE EMP-SVC-RES
           MOVE 'F' TO OP-CODE OF EMP-SVC-REQ
           MOVE USER-ID OF SAVE-SVC-REQ TO USER-ID OF EMP-SVC-REQ
           MOVE CORR-ID OF SAVE-SVC-REQ TO CORR-ID OF EMP-SVC-REQ
           MOVE EMP-ID OF IN-SAVINGS OF SAVE-SVC-REQ
               TO Q-EMP-ID OF EMP-SVC-REQ
           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES
           IF NOT OK OF EMP-SVC-RES
               MOVE 404 TO STATUS-CODE-N OF SAVE-SVC-RES
               MOVE 'Employee not found'
                   TO STATUS-MSG OF SAVE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE IN-SAVINGS OF SAVE-SVC-REQ TO WS-TEMP-SAVINGS
           MOVE 1 TO RECORD-VERSION OF WS-TEMP-SAVINGS
           MOVE 1 TO REC-VERSION OF WS-TEMP-SAVINGS
           PERFORM SETTLE-INCENTIVE
           SET PLAN-ACTIVE OF WS-TEMP-SAVINGS TO TRUE
           MOVE START-DATE OF WS-TEMP-SAVINGS
               TO STATUS-DATE OF WS-TEMP-SAVINGS
           MOVE USER-ID OF SAVE-SVC-REQ(1:8)
               TO CREATED-BY OF WS-TEMP-SAVINGS
           MOVE WS-CURRENT-TIMESTAMP TO CREATED-AT OF WS-TEMP-SAVINGS
           MOVE SPACES TO MODIFIED-BY OF WS-TEMP-SAVINGS
           MOVE 0 TO MODIFIED-AT OF WS-TEMP-SAVINGS

           PERFORM OPEN-SAVINGS-FILE-IO
           IF NOT OK OF SAVE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TEMP-SAVINGS TO SAVINGS-RECORD
           WRITE SAVINGS-RECORD

           IF FILE-DUP-KEY
               MOVE 409 TO STATUS-CODE-N OF SAVE-SVC-RES
               MOVE 'Employee already enrolled in this plan'
                   TO STATUS-MSG OF SAVE-SVC-RES
               CLOSE SAVINGS-FILE
               EXIT PARAGRAPH
           END-IF
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF SAVE-SVC-RES
               MOVE 'Failed to write savings enrollment'
                   TO STATUS-MSG OF SAVE-SVC-RES
               CLOSE SAVINGS-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE SAVINGS-FILE

           INITIALIZE WS-AUDIT-REC
           MOVE 'SAVE-ADD' TO ACTION OF WS-AUDIT-REC
           MOVE 'SAV' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE EMP-ID OF WS-TEMP-SAVINGS TO ENTITY-ID OF WS-AUDIT-REC
           MOVE USER-ID OF SAVE-SVC-REQ TO USER-ID OF WS-AUDIT-REC
           MOVE CORR-ID OF SAVE-SVC-REQ TO CORR-ID OF WS-AUDIT-REC
           MOVE WS-TEMP-SAVINGS TO AFTER-VALUE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC

           MOVE 0 TO STATUS-CODE-N OF SAVE-SVC-RES
           MOVE 'Savings plan enrolled' TO STATUS-MSG OF SAVE-SVC-RES
           MOVE WS-TEMP-SAVINGS TO OUT-SAVINGS OF SAVE-SVC-RES
           .

      * SETTLE-INCENTIVE: Only the stock plan carries a company
      * incentive; it defaults to the association's standard rate.
       SETTLE-INCENTIVE.
           IF PLAN-STOCK OF WS-TEMP-SAVINGS
               IF INCENTIVE-PCT OF WS-TEMP-SAVINGS = 0
                   MOVE DEFAULT-STOCK-INCENTIVE
                       TO INCENTIVE-PCT OF WS-TEMP-SAVINGS
               END-IF
           ELSE
               MOVE 0 TO INCENTIVE-PCT OF WS-TEMP-SAVINGS
           END-IF
           .

       VALIDATE-DATE.
           MOVE 0 TO STATUS-CODE-N OF SAVE-SVC-RES
           MOVE 'V ' TO WS-DATE-OPERATION
           CALL 'DATE-UTIL' USING WS-DATE-OPERATION
                                  WS-DATE-UTIL-D1
                                  WS-DATE-UTIL-D2
                                  WS-DATE-UTIL-RESULT
                                  WS-DATE-UTIL-STATUS
           IF WS-DATE-UTIL-STATUS NOT = 0
               MOVE 422 TO STATUS-CODE-N OF SAVE-SVC-RES
               MOVE 'Date is not a valid YYYYMMDD date'
                   TO STATUS-MSG OF SAVE-SVC-RES
           END-IF
           .

       FIND-ENROLLMENT.
      *    Pre: Q-EMP-ID and Q-PLAN-TYPE populated
      *    Post: OUT-SAVINGS carries the enrollment

           OPEN INPUT SAVINGS-FILE
           IF FILE-NOT-FOUND
               MOVE 404 TO STATUS-CODE-N OF SAVE-SVC-RES
               MOVE 'No savings enrollments on file'
                   TO STATUS-MSG OF SAVE-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF SAVE-SVC-RES
               MOVE 'Cannot open savings file'
                   TO STATUS-MSG OF SAVE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-EMP-ID OF SAVE-SVC-REQ TO WS-EMP-ID-STR
           MOVE WS-EMP-ID-STR TO SAV-REC-KEY1
           MOVE Q-PLAN-TYPE OF SAVE-SVC-REQ TO SAV-REC-KEY2
           READ SAVINGS-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF SAVE-SVC-RES
                   MOVE 'Enrollment not found'
                       TO STATUS-MSG OF SAVE-SVC-RES
               NOT INVALID KEY
                   MOVE SAVINGS-RECORD TO WS-TEMP-SAVINGS
                   MOVE WS-TEMP-SAVINGS
                       TO OUT-SAVINGS OF SAVE-SVC-RES
                   MOVE 0 TO STATUS-CODE-N OF SAVE-SVC-RES
                   MOVE 'Enrollment answered'
                       TO STATUS-MSG OF SAVE-SVC-RES
           END-READ

           CLOSE SAVINGS-FILE
           .

       UPDATE-ENROLLMENT.
      *    Pre: IN-SAVINGS populated (EMP-ID + PLAN-TYPE locate it)
      *    Post: Contributions, incentive, trustee and member
      *          number replaced; the status is left to SUSPEND,
      *          RESUME and WITHDRAW

           IF MONTHLY-AMOUNT OF IN-SAVINGS OF SAVE-SVC-REQ = 0
                   AND BONUS-AMOUNT OF IN-SAVINGS OF SAVE-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF SAVE-SVC-RES
               MOVE 'A monthly or bonus contribution is required'
                   TO STATUS-MSG OF SAVE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE EMP-ID OF IN-SAVINGS OF SAVE-SVC-REQ
               TO Q-EMP-ID OF SAVE-SVC-REQ
           MOVE PLAN-TYPE OF IN-SAVINGS OF SAVE-SVC-REQ
               TO Q-PLAN-TYPE OF SAVE-SVC-REQ
           PERFORM READ-FOR-CHANGE
           IF NOT OK OF SAVE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF TRUSTEE-CODE OF IN-SAVINGS OF SAVE-SVC-REQ NOT = SPACES
               MOVE TRUSTEE-CODE OF IN-SAVINGS OF SAVE-SVC-REQ
                   TO TRUSTEE-CODE OF WS-TEMP-SAVINGS
           END-IF
           MOVE MEMBER-NO OF IN-SAVINGS OF SAVE-SVC-REQ
               TO MEMBER-NO OF WS-TEMP-SAVINGS
           MOVE MONTHLY-AMOUNT OF IN-SAVINGS OF SAVE-SVC-REQ
               TO MONTHLY-AMOUNT OF WS-TEMP-SAVINGS
           MOVE BONUS-AMOUNT OF IN-SAVINGS OF SAVE-SVC-REQ
               TO BONUS-AMOUNT OF WS-TEMP-SAVINGS
           MOVE INCENTIVE-PCT OF IN-SAVINGS OF SAVE-SVC-REQ
               TO INCENTIVE-PCT OF WS-TEMP-SAVINGS
           PERFORM SETTLE-INCENTIVE

           MOVE 'SAVE-UPD' TO ACTION OF WS-AUDIT-REC
           PERFORM REWRITE-ENROLLMENT
           IF OK OF SAVE-SVC-RES
               MOVE 'Savings plan updated'
                   TO STATUS-MSG OF SAVE-SVC-RES
           END-IF
           .

       SUSPEND-ENROLLMENT.
      *    Pre: Q-EMP-ID, Q-PLAN-TYPE, Q-DATE (first pay date not
      *         to deduct)
      *    Post: Active enrollment suspended from Q-DATE

           PERFORM READ-STATUS-CHANGE
           IF NOT OK OF SAVE-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NOT PLAN-ACTIVE OF WS-TEMP-SAVINGS
               MOVE 422 TO STATUS-CODE-N OF SAVE-SVC-RES
               MOVE 'Only an active enrollment can be suspended'
                   TO STATUS-MSG OF SAVE-SVC-RES
               CLOSE SAVINGS-FILE
               EXIT PARAGRAPH
           END-IF

           SET PLAN-SUSPENDED OF WS-TEMP-SAVINGS TO TRUE
           MOVE Q-DATE OF SAVE-SVC-REQ TO STATUS-DATE OF WS-TEMP-SAVINGS
           MOVE 'SAVE-SUSP' TO ACTION OF WS-AUDIT-REC
           PERFORM REWRITE-ENROLLMENT
           IF OK OF SAVE-SVC-RES
               MOVE 'Savings plan suspended'
                   TO STATUS-MSG OF SAVE-SVC-RES
           END-IF
           .

       RESUME-ENROLLMENT.
      *    Pre: Q-EMP-ID, Q-PLAN-TYPE, Q-DATE (first pay date to
      *         deduct again)
      *    Post: Suspended enrollment active again from Q-DATE

           PERFORM READ-STATUS-CHANGE
           IF NOT OK OF SAVE-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NOT PLAN-SUSPENDED OF WS-TEMP-SAVINGS
               MOVE 422 TO STATUS-CODE-N OF SAVE-SVC-RES
               MOVE 'Only a suspended enrollment can be resumed'
                   TO STATUS-MSG OF SAVE-SVC-RES
               CLOSE SAVINGS-FILE
               EXIT PARAGRAPH
           END-IF

           SET PLAN-ACTIVE OF WS-TEMP-SAVINGS TO TRUE
           MOVE Q-DATE OF SAVE-SVC-REQ TO STATUS-DATE OF WS-TEMP-SAVINGS
           MOVE 'SAVE-RESM' TO ACTION OF WS-AUDIT-REC
           PERFORM REWRITE-ENROLLMENT
           IF OK OF SAVE-SVC-RES
               MOVE 'Savings plan resumed'
                   TO STATUS-MSG OF SAVE-SVC-RES
           END-IF
           .

       WITHDRAW-ENROLLMENT.
      *    Pre: Q-EMP-ID, Q-PLAN-TYPE, Q-DATE (first pay date not
      *         to deduct)
      *    Post: Enrollment withdrawn from Q-DATE - final

           PERFORM READ-STATUS-CHANGE
           IF NOT OK OF SAVE-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF PLAN-WITHDRAWN OF WS-TEMP-SAVINGS
               MOVE 422 TO STATUS-CODE-N OF SAVE-SVC-RES
               MOVE 'Enrollment is already withdrawn'
                   TO STATUS-MSG OF SAVE-SVC-RES
               CLOSE SAVINGS-FILE
               EXIT PARAGRAPH
           END-IF

           SET PLAN-WITHDRAWN OF WS-TEMP-SAVINGS TO TRUE
           MOVE Q-DATE OF SAVE-SVC-REQ TO STATUS-DATE OF WS-TEMP-SAVINGS
           MOVE 'SAVE-WDRW' TO ACTION OF WS-AUDIT-REC
           PERFORM REWRITE-ENROLLMENT
           IF OK OF SAVE-SVC-RES
               MOVE 'Savings plan withdrawn'
                   TO STATUS-MSG OF SAVE-SVC-RES
           END-IF
           .

      * READ-STATUS-CHANGE: Validates Q-DATE and reads the
      * enrollment for a status change, leaving the file open.
       READ-STATUS-CHANGE.
           MOVE Q-DATE OF SAVE-SVC-REQ TO WS-DATE-UTIL-D1
           PERFORM VALIDATE-DATE
           IF NOT OK OF SAVE-SVC-RES
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-FOR-CHANGE
           .

      * READ-FOR-CHANGE: Opens the file I-O and reads the
      * enrollment named by Q-EMP-ID + Q-PLAN-TYPE into
      * WS-TEMP-SAVINGS, keeping the before image. The file stays
      * open when the read succeeds.
       READ-FOR-CHANGE.
           PERFORM OPEN-SAVINGS-FILE-IO
           IF NOT OK OF SAVE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-EMP-ID OF SAVE-SVC-REQ TO WS-EMP-ID-STR
           MOVE WS-EMP-ID-STR TO SAV-REC-KEY1
           MOVE Q-PLAN-TYPE OF SAVE-SVC-REQ TO SAV-REC-KEY2
           READ SAVINGS-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF SAVE-SVC-RES
                   MOVE 'Enrollment not found'
                       TO STATUS-MSG OF SAVE-SVC-RES
                   CLOSE SAVINGS-FILE
                   EXIT PARAGRAPH
           END-READ

           MOVE SAVINGS-RECORD TO WS-PRIOR-SAVINGS
           MOVE WS-PRIOR-SAVINGS TO WS-TEMP-SAVINGS
           INITIALIZE WS-AUDIT-REC
           .

      * REWRITE-ENROLLMENT: Stamps and rewrites WS-TEMP-SAVINGS over
      * the record READ-FOR-CHANGE read, closes the file and audits
      * the change under the ACTION the caller set.
       REWRITE-ENROLLMENT.
           ADD 1 TO REC-VERSION OF WS-TEMP-SAVINGS
           MOVE USER-ID OF SAVE-SVC-REQ(1:8)
               TO MODIFIED-BY OF WS-TEMP-SAVINGS
           MOVE WS-CURRENT-TIMESTAMP TO MODIFIED-AT OF WS-TEMP-SAVINGS

           MOVE WS-TEMP-SAVINGS TO SAVINGS-RECORD
           REWRITE SAVINGS-RECORD

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF SAVE-SVC-RES
               MOVE 'Failed to rewrite savings enrollment'
                   TO STATUS-MSG OF SAVE-SVC-RES
               CLOSE SAVINGS-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE SAVINGS-FILE

           MOVE 'SAV' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE EMP-ID OF WS-TEMP-SAVINGS TO ENTITY-ID OF WS-AUDIT-REC
           MOVE USER-ID OF SAVE-SVC-REQ TO USER-ID OF WS-AUDIT-REC
           MOVE CORR-ID OF SAVE-SVC-REQ TO CORR-ID OF WS-AUDIT-REC
           MOVE WS-PRIOR-SAVINGS TO BEFORE-VALUE OF WS-AUDIT-REC
           MOVE WS-TEMP-SAVINGS TO AFTER-VALUE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC

           MOVE 0 TO STATUS-CODE-N OF SAVE-SVC-RES
           MOVE WS-TEMP-SAVINGS TO OUT-SAVINGS OF SAVE-SVC-RES
           .

       FIND-ACTIVE-PLANS.
      *    Pre: Q-EMP-ID and Q-DATE (the pay date) populated
      *    Post: ACTIVE-PLANS carries every plan that deducts on
      *          Q-DATE - started by then, and either active or
      *          suspended / withdrawn only after it

           IF Q-EMP-ID OF SAVE-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF SAVE-SVC-RES
               MOVE 'Q-EMP-ID is required'
                   TO STATUS-MSG OF SAVE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO ACTIVE-COUNT OF SAVE-SVC-RES

           OPEN INPUT SAVINGS-FILE
           IF FILE-NOT-FOUND
               MOVE 0 TO STATUS-CODE-N OF SAVE-SVC-RES
               MOVE 'No savings file - no active plans'
                   TO STATUS-MSG OF SAVE-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF SAVE-SVC-RES
               MOVE 'Cannot open savings file'
                   TO STATUS-MSG OF SAVE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           SET SCAN-NOT-DONE TO TRUE
           MOVE Q-EMP-ID OF SAVE-SVC-REQ TO WS-EMP-ID-STR
           MOVE WS-EMP-ID-STR TO SAV-REC-KEY1
           MOVE LOW-VALUES TO SAV-REC-KEY2
           START SAVINGS-FILE KEY IS NOT LESS THAN SAV-REC-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START

           PERFORM UNTIL SCAN-DONE
               READ SAVINGS-FILE NEXT RECORD
                   AT END
                       SET SCAN-DONE TO TRUE
                   NOT AT END
                       IF SAV-REC-KEY1 NOT = WS-EMP-ID-STR
                           SET SCAN-DONE TO TRUE
                       ELSE
                           MOVE SAVINGS-RECORD TO WS-TEMP-SAVINGS
                           PERFORM CHECK-PLAN-DEDUCTS
                           IF PLAN-DEDUCTS
                                   AND ACTIVE-COUNT OF SAVE-SVC-RES
                                       < 4
                               ADD 1 TO ACTIVE-COUNT OF SAVE-SVC-RES
                               PERFORM FILL-ACTIVE-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SAVINGS-FILE

           MOVE 0 TO STATUS-CODE-N OF SAVE-SVC-RES
           MOVE 'Active plans answered'
               TO STATUS-MSG OF SAVE-SVC-RES
           .

      * CHECK-PLAN-DEDUCTS: Whether WS-TEMP-SAVINGS deducts on pay
      * date Q-DATE. A resumed plan deducts from its resume date.
       CHECK-PLAN-DEDUCTS.
           SET PLAN-DOES-NOT-DEDUCT TO TRUE
           IF START-DATE OF WS-TEMP-SAVINGS > Q-DATE OF SAVE-SVC-REQ
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN PLAN-ACTIVE OF WS-TEMP-SAVINGS
                   IF STATUS-DATE OF WS-TEMP-SAVINGS
                           <= Q-DATE OF SAVE-SVC-REQ
                       SET PLAN-DEDUCTS TO TRUE
                   END-IF
               WHEN PLAN-SUSPENDED OF WS-TEMP-SAVINGS
               WHEN PLAN-WITHDRAWN OF WS-TEMP-SAVINGS
                   IF STATUS-DATE OF WS-TEMP-SAVINGS
                           > Q-DATE OF SAVE-SVC-REQ
                       SET PLAN-DEDUCTS TO TRUE
                   END-IF
           END-EVALUATE
           .

       FILL-ACTIVE-ENTRY.
           MOVE PLAN-TYPE OF WS-TEMP-SAVINGS
               TO ACT-PLAN-TYPE(ACTIVE-COUNT OF SAVE-SVC-RES)
           MOVE MONTHLY-AMOUNT OF WS-TEMP-SAVINGS
               TO ACT-MONTHLY-AMOUNT(ACTIVE-COUNT OF SAVE-SVC-RES)
           MOVE BONUS-AMOUNT OF WS-TEMP-SAVINGS
               TO ACT-BONUS-AMOUNT(ACTIVE-COUNT OF SAVE-SVC-RES)
           MOVE INCENTIVE-PCT OF WS-TEMP-SAVINGS
               TO ACT-INCENTIVE-PCT(ACTIVE-COUNT OF SAVE-SVC-RES)
           .

       OPEN-SAVINGS-FILE-IO.
      *    Pre: None
      *    Post: SAVINGS-FILE open I-O (created first if it didn't
      *          exist), STATUS-CODE-N set

           OPEN I-O SAVINGS-FILE

           IF FILE-NOT-FOUND
      *        Create new file
               OPEN OUTPUT SAVINGS-FILE
               CLOSE SAVINGS-FILE
               OPEN I-O SAVINGS-FILE
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF SAVE-SVC-RES
               MOVE 'Cannot open savings file'
                   TO STATUS-MSG OF SAVE-SVC-RES
           ELSE
               MOVE 0 TO STATUS-CODE-N OF SAVE-SVC-RES
           END-IF
           .

       END PROGRAM SAVE-SVC.
