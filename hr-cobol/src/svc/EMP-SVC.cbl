      ******************************************************************
      * EMP-SVC - Employee Service
      * Purpose: Employee CRUD and business operations
      * Operations: ADD, FIND, UPDATE, TRANSFER, TERMINATE, REHIRE,
      *             INTERCO-TRANSFER, VALIDATE
      * Pre: Valid request with OP-CODE, USER-ID, CORR-ID
      * Post: Response with STATUS-CODE-N and STATUS-MSG
      ******************************************************************
       01  WS-PREV-DATE            PIC 9(8).
       01  WS-OLD-DEPT-ID          PIC 9(6).
       01  WS-NEW-DEPT-ID          PIC 9(6).

      * Working storage for INTERCO-TRANSFER - the legal entity on
      * each side (spaces read as 01), and the year-to-date split
      * and resident tax move the transfer carries with it
       01  WS-OLD-COMPANY          PIC X(2).
       01  WS-NEW-COMPANY          PIC X(2).
       01  WS-IC-YEAR              PIC 9(4).
       01  WS-IC-CHANGE-MONTH      PIC 9(6).
       01  WS-IC-LAST-PERIOD       PIC 9(6).
       01  WS-IC-PERIOD-YY         PIC 9(4).
       01  WS-IC-PERIOD-MM         PIC 9(2).
       01  WS-IC-MONTH-INDEX       PIC S9(3).
       01  WS-IC-COLLECTED         PIC 9(9)V99.
       01  WS-IC-RESTAX-SW         PIC X.
           88  IC-RESTAX-MOVED         VALUE 'Y'.
           88  IC-RESTAX-NONE          VALUE 'N'.
       01  WS-IC-RESTAX-ROW.
           COPY restax REPLACING ==05== BY ==10==.
           COPY ytd-req.
           COPY ytd-res.
           COPY rtax-req.
           COPY rtax-res.
       
      * Working storage for date calculations in TRANSFER/REHIRE
       01  WS-CALC-YEAR            PIC 9(4).
           COPY post-req.
           COPY post-res.

      * Working storage for REQN-SVC calls - a hire made against a
      * requisition must be against an approved opening in the same
      * department, and fills it once the employee record lands
           COPY reqn-req.
           COPY reqn-res.
       01  WS-REQN-ERR-CODE        PIC 9(3).

      * Working storage for KANA-UTIL calls - the kana name fields
      * are normalized to half-width on the way in, so the kana sort
      * and the bank transfer file stop tripping over full-width
                   PERFORM UPDATE-EMPLOYEE
               WHEN OP-TRANSFER OF EMP-SVC-REQ
                   PERFORM TRANSFER-EMPLOYEE
               WHEN OP-INTERCO-TRANSFER OF EMP-SVC-REQ
                   PERFORM TRANSFER-EMPLOYEE
               WHEN OP-TERMINATE OF EMP-SVC-REQ
                   PERFORM TERMINATE-EMPLOYEE
               WHEN OP-REHIRE OF EMP-SVC-REQ
                   PERFORM START-LEAVE
               WHEN OP-END-LEAVE OF EMP-SVC-REQ
                   PERFORM END-LEAVE
               WHEN OP-VALIDATE OF EMP-SVC-REQ
                   PERFORM VALIDATE-EMPLOYEE
               WHEN OTHER
                   MOVE 422 TO STATUS-CODE-N OF EMP-SVC-RES
                   MOVE 'Invalid operation code' 
               EXIT PARAGRAPH
           END-IF

      *    A hire against a requisition needs an approved opening in
      *    the same department
           PERFORM CHECK-REQUISITION-OPEN
           IF VALIDATION-FAILED
               MOVE STATUS-CODE-N OF EMP-SVC-RES TO WS-REQN-ERR-CODE
               STRING 'SVC=' WS-PROGRAM-NAME
                      ' OP=ADD CODE=' WS-REQN-ERR-CODE
                      ' CAUSE=' WS-ERROR-MSG ' '
                      'ACTION=Reference an approved requisition '
                      'CORR=' CORR-ID OF EMP-SVC-REQ
                   DELIMITED BY SIZE
                   INTO STATUS-MSG OF EMP-SVC-RES
               EXIT PARAGRAPH
           END-IF

      *    Get next employee ID from SEQ-SVC
           INITIALIZE SEQ-SVC-REQ
           MOVE 'N' TO OP-CODE OF SEQ-SVC-REQ
               PERFORM BOOK-EMPLOYMENT-CONTRACT
           END-IF

      *    The hire fills the requisition it was made against
           IF REQN-ID OF IN-EMP OF EMP-SVC-REQ IS NUMERIC
                   AND REQN-ID OF IN-EMP OF EMP-SVC-REQ NOT = 0
               PERFORM FILL-HIRING-REQUISITION
           END-IF

      *    Copy to output
           MOVE IN-EMP OF EMP-SVC-REQ TO OUT-EMP OF EMP-SVC-RES
           MOVE 1 TO RESULT-COUNT OF EMP-SVC-RES
           CALL 'CONTRACT-SVC' USING CONTRACT-SVC-REQ CONTRACT-SVC-RES
           .
       
      * CHECK-REQUISITION-OPEN: When IN-EMP names a requisition it
      * must be on file (422), still approved and unfilled (409) and
      * for the department the employee is being hired into (422).
      * No requisition named - nothing to check.
       CHECK-REQUISITION-OPEN.
           SET VALIDATION-OK TO TRUE
           IF REQN-ID OF IN-EMP OF EMP-SVC-REQ NOT NUMERIC
               MOVE 0 TO REQN-ID OF IN-EMP OF EMP-SVC-REQ
           END-IF
           IF REQN-ID OF IN-EMP OF EMP-SVC-REQ = 0
               EXIT PARAGRAPH
           END-IF

           INITIALIZE REQN-SVC-REQ
           INITIALIZE REQN-SVC-RES
           SET OP-FIND OF REQN-SVC-REQ TO TRUE
           MOVE USER-ID OF EMP-SVC-REQ TO USER-ID OF REQN-SVC-REQ
           MOVE CORR-ID OF EMP-SVC-REQ TO CORR-ID OF REQN-SVC-REQ
           MOVE REQN-ID OF IN-EMP OF EMP-SVC-REQ
               TO Q-REQN-ID OF REQN-SVC-REQ
           CALL 'REQN-SVC' USING REQN-SVC-REQ REQN-SVC-RES

           IF NOT OK OF REQN-SVC-RES
               SET VALIDATION-FAILED TO TRUE
               MOVE 422 TO STATUS-CODE-N OF EMP-SVC-RES
               MOVE 'Requisition not found' TO WS-ERROR-MSG
               EXIT PARAGRAPH
           END-IF
           IF NOT REQN-APPROVED OF OUT-REQN OF REQN-SVC-RES
               SET VALIDATION-FAILED TO TRUE
               MOVE 409 TO STATUS-CODE-N OF EMP-SVC-RES
               MOVE 'Requisition is not approved and open'
                   TO WS-ERROR-MSG
               EXIT PARAGRAPH
           END-IF
           IF DEPT-ID OF OUT-REQN OF REQN-SVC-RES
                   NOT = DEPT-ID OF IN-EMP OF EMP-SVC-REQ
               SET VALIDATION-FAILED TO TRUE
               MOVE 422 TO STATUS-CODE-N OF EMP-SVC-RES
               MOVE 'Requisition is for another department'
                   TO WS-ERROR-MSG
           END-IF
           .

      * FILL-HIRING-REQUISITION: Marks the requisition filled by the
      * employee just added, as of the hire date. The employee is on
      * file either way - a failed fill is left for the requisition
      * report to show as still open.
       FILL-HIRING-REQUISITION.
           INITIALIZE REQN-SVC-REQ
           INITIALIZE REQN-SVC-RES
           SET OP-FILL OF REQN-SVC-REQ TO TRUE
           MOVE USER-ID OF EMP-SVC-REQ TO USER-ID OF REQN-SVC-REQ
           MOVE CORR-ID OF EMP-SVC-REQ TO CORR-ID OF REQN-SVC-REQ
           MOVE REQN-ID OF IN-EMP OF EMP-SVC-REQ
               TO Q-REQN-ID OF REQN-SVC-REQ
           MOVE EMP-ID OF IN-EMP OF EMP-SVC-REQ
               TO Q-EMP-ID OF REQN-SVC-REQ
           MOVE HIRE-DATE OF IN-EMP OF EMP-SVC-REQ
               TO Q-FILL-DATE OF REQN-SVC-REQ

           CALL 'REQN-SVC' USING REQN-SVC-REQ REQN-SVC-RES
           .

      * RESOLVE-AS-OF-DATE: Sets WS-AS-OF-STR to the request's
      * AS-OF-DATE, defaulting to today (WS-CURRENT-DATE-NUM) when the
      * caller leaves it at 0 - DAO-FILE has no notion of "today" so
       TRANSFER-EMPLOYEE.
      *    Pre: Q-EMP-ID, IN-EMP.DEPT-ID, IN-EMP.VALID-FROM populated
      *    Post: Employee transferred to new department, STATUS-CODE-N=0
      *    An INTERCO-TRANSFER takes the same path into a department
      *    of the other company: the new version carries that
      *    COMPANY-CODE (and IN-EMP.LOCATION-CODE when given) with
      *    HIRE-DATE kept for tenure - leave balances are keyed on
      *    EMP-ID and simply carry on - then the year's YTD is split
      *    off to the company left and the resident tax special
      *    collection moves to the new company, each compensated
      *    like the steps before it if a later one fails.
           
      *    1. Validate input
           IF Q-EMP-ID OF EMP-SVC-REQ = 0
           END-IF
           
           MOVE OUT-DEPT OF DEPT-SVC-RES TO WS-TARGET-DEPT

      *    5a. A department of the other legal entity ends the
      *        employment with one employer and starts it with the
      *        other - that is the intercompany transfer's business,
      *        and a plain transfer is refused it
           MOVE COMPANY-CODE OF WS-OLD-EMP TO WS-OLD-COMPANY
           IF WS-OLD-COMPANY = SPACES
               MOVE '01' TO WS-OLD-COMPANY
           END-IF
           MOVE COMPANY-CODE OF WS-TARGET-DEPT TO WS-NEW-COMPANY
           IF WS-NEW-COMPANY = SPACES
               MOVE '01' TO WS-NEW-COMPANY
           END-IF

           IF OP-TRANSFER OF EMP-SVC-REQ
                   AND WS-NEW-COMPANY NOT = WS-OLD-COMPANY
               MOVE 422 TO STATUS-CODE-N OF EMP-SVC-RES
               STRING 'SVC=' WS-PROGRAM-NAME
                      ' OP=TRANSFER CODE=422 '
                      'CAUSE=Target department belongs to company '
                      WS-NEW-COMPANY ' '
                      'ACTION=Use the intercompany transfer '
                      'CORR=' CORR-ID OF EMP-SVC-REQ
                   DELIMITED BY SIZE
                   INTO STATUS-MSG OF EMP-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF OP-INTERCO-TRANSFER OF EMP-SVC-REQ
                   AND WS-NEW-COMPANY = WS-OLD-COMPANY
               MOVE 422 TO STATUS-CODE-N OF EMP-SVC-RES
               STRING 'SVC=' WS-PROGRAM-NAME
                      ' OP=INTERCO CODE=422 '
                      'CAUSE=Target department is in the same '
                      'company ' WS-OLD-COMPANY ' '
                      'ACTION=Use the ordinary transfer '
                      'CORR=' CORR-ID OF EMP-SVC-REQ
                   DELIMITED BY SIZE
                   INTO STATUS-MSG OF EMP-SVC-RES
               EXIT PARAGRAPH
           END-IF
           
      *    6. Check target department capacity
           IF CURRENT-COUNT OF WS-TARGET-DEPT >= 
           MOVE WS-TRANSFER-DATE TO VALID-FROM OF WS-NEW-EMP
           MOVE OPEN-ENDED-DATE TO VALID-TO OF WS-NEW-EMP
           MOVE 1 TO REC-VERSION OF WS-NEW-EMP
      *       HIRE-DATE stays as copied - tenure runs from the
      *       original hire in either company
           IF OP-INTERCO-TRANSFER OF EMP-SVC-REQ
               MOVE WS-NEW-COMPANY TO COMPANY-CODE OF WS-NEW-EMP
               IF LOCATION-CODE OF IN-EMP OF EMP-SVC-REQ NOT = SPACES
                   MOVE LOCATION-CODE OF IN-EMP OF EMP-SVC-REQ
                       TO LOCATION-CODE OF WS-NEW-EMP
               END-IF
           END-IF
           
      *       Save new record via DAO
           MOVE 'P ' TO WS-DAO-OPERATION
               EXIT PARAGRAPH
           END-IF

      *       Keep WS-TARGET-DEPT's version in step as well, for the
      *       intercompany steps' compensation below
           ADD 1 TO REC-VERSION OF WS-TARGET-DEPT

      *    10a. Intercompany: split the year's YTD off to the
      *         company left, then move the resident tax special
      *         collection to the new company
           IF OP-INTERCO-TRANSFER OF EMP-SVC-REQ
               PERFORM INTERCO-SPLIT-YTD
               IF NOT OK OF YTD-SVC-RES
                   MOVE STATUS-CODE-N OF YTD-SVC-RES
                       TO STATUS-CODE-N OF EMP-SVC-RES
                   STRING 'Error splitting YTD by company: '
                          STATUS-MSG OF YTD-SVC-RES
                       DELIMITED BY '  '
                       INTO STATUS-MSG OF EMP-SVC-RES
                   PERFORM TRANSFER-UNDO-TARGET-DEPT
                   PERFORM TRANSFER-UNDO-SOURCE-DEPT
                   PERFORM TRANSFER-DELETE-NEW-RECORD
                   PERFORM TRANSFER-RESTORE-OLD-RECORD
                   EXIT PARAGRAPH
               END-IF

               PERFORM INTERCO-MOVE-RESTAX
               IF NOT OK OF RESTAX-SVC-RES
                   MOVE STATUS-CODE-N OF RESTAX-SVC-RES
                       TO STATUS-CODE-N OF EMP-SVC-RES
                   STRING 'Error moving resident tax collection: '
                          STATUS-MSG OF RESTAX-SVC-RES
                       DELIMITED BY '  '
                       INTO STATUS-MSG OF EMP-SVC-RES
                   PERFORM INTERCO-UNSPLIT-YTD
                   PERFORM TRANSFER-UNDO-TARGET-DEPT
                   PERFORM TRANSFER-UNDO-SOURCE-DEPT
                   PERFORM TRANSFER-DELETE-NEW-RECORD
                   PERFORM TRANSFER-RESTORE-OLD-RECORD
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *    11. Audit log
           MOVE WS-CURRENT-TIMESTAMP TO AUDIT-TIMESTAMP OF WS-AUDIT-REC
           MOVE USER-ID OF EMP-SVC-REQ TO USER-ID OF WS-AUDIT-REC
           MOVE CORR-ID OF EMP-SVC-REQ TO CORR-ID OF WS-AUDIT-REC
           IF OP-INTERCO-TRANSFER OF EMP-SVC-REQ
               MOVE 'ICTRANSFER' TO ACTION OF WS-AUDIT-REC
           ELSE
               MOVE 'TRANSFER' TO ACTION OF WS-AUDIT-REC
           END-IF
           MOVE 'EMP' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE Q-EMP-ID OF EMP-SVC-REQ TO ENTITY-ID OF WS-AUDIT-REC
           MOVE WS-OLD-EMP TO WS-DAO-BUFFER
           MOVE WS-NEW-EMP TO OUT-EMP OF EMP-SVC-RES
           MOVE 1 TO RESULT-COUNT OF EMP-SVC-RES
           MOVE 0 TO STATUS-CODE-N OF EMP-SVC-RES
           IF OP-INTERCO-TRANSFER OF EMP-SVC-REQ
               STRING 'Employee transferred from company '
                      WS-OLD-COMPANY ' DEPT-ID=' WS-OLD-DEPT-ID
                      ' to company ' WS-NEW-COMPANY
                      ' DEPT-ID=' WS-NEW-DEPT-ID
                   DELIMITED BY SIZE
                   INTO STATUS-MSG OF EMP-SVC-RES
               IF IC-RESTAX-NONE
                   STRING STATUS-MSG OF EMP-SVC-RES
                              DELIMITED BY '  '
                          ' (no resident tax special collection)'
                              DELIMITED BY SIZE
                       INTO STATUS-MSG OF EMP-SVC-RES
               END-IF
           ELSE
               STRING 'Employee transferred successfully from DEPT-ID='
                      WS-OLD-DEPT-ID ' to DEPT-ID=' WS-NEW-DEPT-ID
                   DELIMITED BY SIZE
                   INTO STATUS-MSG OF EMP-SVC-RES
           END-IF
           .

      * INTERCO-SPLIT-YTD: Closes the transfer year's year-to-date
      * totals off under the company left, so each paying entity
      * issues its own withholding statement for the year.
       INTERCO-SPLIT-YTD.
           DIVIDE WS-TRANSFER-DATE BY 10000 GIVING WS-IC-YEAR

           INITIALIZE YTD-SVC-REQ
           INITIALIZE YTD-SVC-RES
           SET OP-SPLIT OF YTD-SVC-REQ TO TRUE
           MOVE USER-ID OF EMP-SVC-REQ TO USER-ID OF YTD-SVC-REQ
           MOVE CORR-ID OF EMP-SVC-REQ TO CORR-ID OF YTD-SVC-REQ
           MOVE Q-EMP-ID OF EMP-SVC-REQ TO Q-EMP-ID OF YTD-SVC-REQ
           MOVE WS-IC-YEAR TO Q-YEAR OF YTD-SVC-REQ
           MOVE WS-OLD-COMPANY TO Q-COMPANY-CODE OF YTD-SVC-REQ
           MOVE WS-TRANSFER-DATE TO Q-SPLIT-DATE OF YTD-SVC-REQ

           CALL 'YTD-SVC' USING YTD-SVC-REQ YTD-SVC-RES
           .

      * INTERCO-UNSPLIT-YTD: Compensates INTERCO-SPLIT-YTD.
      * Best-effort, like the other compensating steps.
       INTERCO-UNSPLIT-YTD.
           INITIALIZE YTD-SVC-REQ
           INITIALIZE YTD-SVC-RES
           SET OP-UNSPLIT OF YTD-SVC-REQ TO TRUE
           MOVE USER-ID OF EMP-SVC-REQ TO USER-ID OF YTD-SVC-REQ
           MOVE CORR-ID OF EMP-SVC-REQ TO CORR-ID OF YTD-SVC-REQ
           MOVE Q-EMP-ID OF EMP-SVC-REQ TO Q-EMP-ID OF YTD-SVC-REQ
           MOVE WS-IC-YEAR TO Q-YEAR OF YTD-SVC-REQ

           CALL 'YTD-SVC' USING YTD-SVC-REQ YTD-SVC-RES
           .

      * INTERCO-MOVE-RESTAX: Books the resident tax change
      * notification for the move - special collection carried on
      * by the new company under the same notification, the company
      * left having collected the scheduled amounts through the pay
      * period of the last day before the transfer. No notification
      * covering the transfer month means nothing to move (the
      * response is set OK and IC-RESTAX-NONE). It is the last
      * step that can fail, so it needs no compensation of its own.
       INTERCO-MOVE-RESTAX.
           SET IC-RESTAX-NONE TO TRUE
           DIVIDE WS-TRANSFER-DATE BY 100 GIVING WS-IC-CHANGE-MONTH
           DIVIDE WS-PREV-DATE BY 100 GIVING WS-IC-LAST-PERIOD

           INITIALIZE RESTAX-SVC-REQ
           INITIALIZE RESTAX-SVC-RES
           SET OP-FIND-FOR-MONTH OF RESTAX-SVC-REQ TO TRUE
           MOVE USER-ID OF EMP-SVC-REQ TO USER-ID OF RESTAX-SVC-REQ
           MOVE CORR-ID OF EMP-SVC-REQ TO CORR-ID OF RESTAX-SVC-REQ
           MOVE Q-EMP-ID OF EMP-SVC-REQ TO Q-EMP-ID OF RESTAX-SVC-REQ
           MOVE WS-IC-CHANGE-MONTH TO Q-PAY-PERIOD OF RESTAX-SVC-REQ

           CALL 'RESTAX-SVC' USING RESTAX-SVC-REQ RESTAX-SVC-RES

           IF STATUS-CODE-N OF RESTAX-SVC-RES = 404
               MOVE 0 TO STATUS-CODE-N OF RESTAX-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NOT OK OF RESTAX-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE OUT-RESTAX OF RESTAX-SVC-RES TO WS-IC-RESTAX-ROW

      *    Scheduled through the last period: June's amount, then a
      *    monthly amount for each month after June up to it
           DIVIDE WS-IC-LAST-PERIOD BY 100
               GIVING WS-IC-PERIOD-YY REMAINDER WS-IC-PERIOD-MM
           COMPUTE WS-IC-MONTH-INDEX =
               (WS-IC-PERIOD-YY - FISCAL-YEAR OF WS-IC-RESTAX-ROW)
               * 12 + WS-IC-PERIOD-MM - 6
           EVALUATE TRUE
               WHEN WS-IC-MONTH-INDEX < 0
                   MOVE 0 TO WS-IC-COLLECTED
               WHEN WS-IC-MONTH-INDEX >= 11
                   MOVE ANNUAL-AMOUNT OF RESTAX-SVC-RES
                       TO WS-IC-COLLECTED
               WHEN OTHER
                   COMPUTE WS-IC-COLLECTED =
                       JUNE-AMOUNT OF WS-IC-RESTAX-ROW
                       + MONTHLY-AMOUNT OF WS-IC-RESTAX-ROW
                       * WS-IC-MONTH-INDEX
           END-EVALUATE

           INITIALIZE RESTAX-SVC-REQ
           INITIALIZE RESTAX-SVC-RES
           SET OP-RECORD-CHANGE OF RESTAX-SVC-REQ TO TRUE
           MOVE USER-ID OF EMP-SVC-REQ TO USER-ID OF RESTAX-SVC-REQ
           MOVE CORR-ID OF EMP-SVC-REQ TO CORR-ID OF RESTAX-SVC-REQ
           MOVE Q-EMP-ID OF EMP-SVC-REQ TO Q-EMP-ID OF RESTAX-SVC-REQ
           MOVE WS-IC-CHANGE-MONTH TO Q-PAY-PERIOD OF RESTAX-SVC-REQ
           MOVE 'X' TO CHANGE-REASON OF IN-RESTAX OF RESTAX-SVC-REQ
           MOVE WS-TRANSFER-DATE
               TO CHANGE-DATE OF IN-RESTAX OF RESTAX-SVC-REQ
           MOVE WS-IC-LAST-PERIOD
               TO LAST-COLLECT-PERIOD OF IN-RESTAX OF RESTAX-SVC-REQ
           MOVE WS-IC-COLLECTED
               TO COLLECTED-AMOUNT OF IN-RESTAX OF RESTAX-SVC-REQ
           MOVE 'N' TO REMAINDER-METHOD OF IN-RESTAX OF RESTAX-SVC-REQ
           MOVE WS-NEW-COMPANY
               TO NEW-COMPANY-CODE OF IN-RESTAX OF RESTAX-SVC-REQ

           CALL 'RESTAX-SVC' USING RESTAX-SVC-REQ RESTAX-SVC-RES

           IF OK OF RESTAX-SVC-RES
               SET IC-RESTAX-MOVED TO TRUE
           END-IF
           .

      * TRANSFER-RESTORE-OLD-RECORD: Compensates a transfer that failed
           CALL 'DEPT-SVC' USING DEPT-SVC-REQ DEPT-SVC-RES
           .

      * TRANSFER-UNDO-TARGET-DEPT: Compensates an intercompany
      * transfer that failed after the target department's headcount
      * was incremented - WS-TARGET-DEPT holds the pre-increment
      * count, the same way TRANSFER-UNDO-SOURCE-DEPT works.
       TRANSFER-UNDO-TARGET-DEPT.
           INITIALIZE DEPT-SVC-REQ
           MOVE 'U' TO OP-CODE OF DEPT-SVC-REQ
           MOVE WS-TARGET-DEPT TO IN-DEPT OF DEPT-SVC-REQ
           MOVE USER-ID OF EMP-SVC-REQ TO USER-ID OF DEPT-SVC-REQ
           MOVE CORR-ID OF EMP-SVC-REQ TO CORR-ID OF DEPT-SVC-REQ

           CALL 'DEPT-SVC' USING DEPT-SVC-REQ DEPT-SVC-RES
           .

       TERMINATE-EMPLOYEE.
      *    Pre: IN-EMP populated with EMP-ID
      *    Post: Employee status changed to TERMINATED
                                 WS-DAO-KEY WS-DAO-BUFFER WS-DAO-STATUS
           .

      * VALIDATE-EMPLOYEE: The name and address checks ADD applies,
      * postal master included, against a proposed employee image -
      * for changes that are queued for approval rather than keyed,
      * so they are refused before anyone has to review them.
       VALIDATE-EMPLOYEE.
      *    Pre: IN-EMP populated with the proposed employee image
      *    Post: STATUS-CODE-N = 0 with the normalized image in
      *          OUT-EMP, or 422 with the cause; nothing is written

           PERFORM NORMALIZE-KANA-FIELDS

           IF EMP-ID OF IN-EMP OF EMP-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF EMP-SVC-RES
               MOVE 'Missing EMP-ID for validation'
                   TO STATUS-MSG OF EMP-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM VALIDATE-NAME-FIELD
           IF VALIDATION-OK
               PERFORM VALIDATE-ADDRESS
           END-IF
           IF VALIDATION-FAILED
               MOVE 422 TO STATUS-CODE-N OF EMP-SVC-RES
               STRING 'SVC=' WS-PROGRAM-NAME
                      ' OP=VALIDATE CODE=422 '
                      'CAUSE=' WS-ERROR-MSG
                   DELIMITED BY SIZE
                   INTO STATUS-MSG OF EMP-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE IN-EMP OF EMP-SVC-REQ TO OUT-EMP OF EMP-SVC-RES
           MOVE 0 TO STATUS-CODE-N OF EMP-SVC-RES
           MOVE 'Employee change passes validation'
               TO STATUS-MSG OF EMP-SVC-RES
           .

       VALIDATE-NAME-FIELD.
      *    Pre: IN-EMP of EMP-SVC-REQ populated with name fields
      *    Post: WS-VALID set to 1 if valid, 0 if invalid
