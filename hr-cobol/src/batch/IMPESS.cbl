       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPESS.
      ******************************************************************
      * IMPESS - Import Employee Self-Service Change Requests
      * Purpose: Loads the HR portal's daily file of changes employees
      *          submitted about themselves - address, salary bank
      *          account, dependents added or ended, commuting pass -
      *          and puts each through the same checks the owning
      *          service applies when HR keys it (EMP-SVC's postal
      *          master and kana normalization, BANK-SVC's bank
      *          directory, DEP-SVC and COMMUTE-SVC's field rules),
      *          using their validate-only operations. A request
      *          that passes is queued on the EMPAPPR-SVC worklist
      *          as a pending portal change, so HR still approves it
      *          before the master moves; one that fails goes back
      *          to the portal with the reason. Nothing is applied
      *          here.
      * Input: hr-cobol/data/import/ess_<YYYYMMDD>.dat (essreq.cpy)
      * Output: hr-cobol/data/export/ess_<YYYYMMDD>.rsp (essrsp.cpy,
      *           one row per request, onto the transmission
      *           register for the portal to collect)
      *         hr-cobol/data/import/ess.log
      *         hr-cobol/data/import/ess.err
      * Parm: IMPESS_DATE environment variable (YYYYMMDD, optional -
      *       today when not given)
      * Return code: 0 all queued, 4 some rejected, 8 all rejected
      *              or parm or file error
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESS-REQUEST-FILE
               ASSIGN TO DYNAMIC WS-REQUEST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-FILE-STATUS.

           SELECT ESS-RESPONSE-FILE
               ASSIGN TO DYNAMIC WS-RESPONSE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSP-FILE-STATUS.

           SELECT IMPORT-LOG
               ASSIGN TO 'hr-cobol/data/import/ess.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT ERROR-LOG
               ASSIGN TO 'hr-cobol/data/import/ess.err'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESS-REQUEST-FILE.
       01  ESS-REQUEST-RECORD.
           COPY essreq.

       FD  ESS-RESPONSE-FILE.
       01  ESS-RESPONSE-RECORD.
           COPY essrsp.

       FD  IMPORT-LOG.
       01  LOG-RECORD              PIC X(200).

       FD  ERROR-LOG.
       01  ERROR-RECORD            PIC X(200).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'IMPESS'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

      * File status fields
       01  WS-REQ-FILE-STATUS      PIC XX.
           88  REQ-FILE-OK             VALUE '00'.
           88  REQ-FILE-EOF            VALUE '10'.
       01  WS-RSP-FILE-STATUS      PIC XX.
           88  RSP-FILE-OK             VALUE '00'.
       01  WS-LOG-FILE-STATUS      PIC XX.
       01  WS-ERR-FILE-STATUS      PIC XX.

      * Run date and the day's file names
       01  WS-ENV-DATE             PIC X(10).
       01  WS-FILE-DATE            PIC 9(8).
       01  WS-REQUEST-PATH         PIC X(60).
       01  WS-RESPONSE-PATH        PIC X(60).

      * Processing timestamp stamped on each response row
       01  WS-NOW-DATE             PIC 9(8).
       01  WS-NOW-TIME             PIC 9(8).
       01  WS-NOW-TS               PIC 9(14).

      * Counters
       01  WS-LINE-NUMBER          PIC 9(6) VALUE 0.
       01  WS-TOTAL-COUNT          PIC 9(6) VALUE 0.
       01  WS-QUEUED-COUNT         PIC 9(6) VALUE 0.
       01  WS-REJECTED-COUNT       PIC 9(6) VALUE 0.
       01  WS-RSP-HASH             PIC 9(13)V99 VALUE 0.
       01  WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.

      * Outcome of the row in hand - the change type and proposed
      * image to queue, or the reason it goes back to the portal
       01  WS-ROW-SW               PIC X.
           88  ROW-ACCEPTED            VALUE 'Y'.
           88  ROW-REJECTED            VALUE 'N'.
       01  WS-REJECT-REASON        PIC X(80).
       01  WS-CHG-TYPE             PIC X.
       01  WS-PROPOSED-IMAGE       PIC X(1000).
       01  WS-ADDR-COUNT           PIC 9.

      * Working storage for the owning services' validate-only
      * operations, and the EMPAPPR-SVC worklist
           COPY emp-req.
           COPY emp-res.
           COPY bank-req.
           COPY bank-res.
           COPY dep-req.
           COPY dep-res.
           COPY comm-req.
           COPY comm-res.
           COPY echg-req.
           COPY echg-res.

      * Working storage for XMIT-SVC calls - the response file goes
      * onto the transmission register
           COPY xmit-req.
           COPY xmit-res.

      * Working storage for RUNCTL-SVC calls - this batch registers
      * with the central run control (duplicate-run guard keyed on
      * the run parameter, RUNCTL_OVERRIDE=Y to run anyway)
           COPY runctl-req.
           COPY runctl-res.
       01  WS-RUN-PARM             PIC X(10).
       01  WS-RUN-START-TS         PIC 9(14).
       01  WS-ENV-OVERRIDE         PIC X(10).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'IMPESS - Self-Service Change Import v' WS-VERSION

           MOVE SPACES TO WS-ENV-DATE
           ACCEPT WS-ENV-DATE FROM ENVIRONMENT 'IMPESS_DATE'
           EVALUATE TRUE
               WHEN WS-ENV-DATE = SPACES
                   ACCEPT WS-FILE-DATE FROM DATE YYYYMMDD
               WHEN WS-ENV-DATE(1:8) IS NUMERIC
                   MOVE WS-ENV-DATE(1:8) TO WS-FILE-DATE
               WHEN OTHER
                   DISPLAY 'ERROR: IMPESS_DATE must be YYYYMMDD'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           MOVE SPACES TO WS-REQUEST-PATH
           STRING 'hr-cobol/data/import/ess_' WS-FILE-DATE '.dat'
               DELIMITED BY SIZE INTO WS-REQUEST-PATH
           MOVE SPACES TO WS-RESPONSE-PATH
           STRING 'hr-cobol/data/export/ess_' WS-FILE-DATE '.rsp'
               DELIMITED BY SIZE INTO WS-RESPONSE-PATH

           OPEN INPUT ESS-REQUEST-FILE
           IF NOT REQ-FILE-OK
               DISPLAY 'ERROR: Cannot open ' WS-REQUEST-PATH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT ESS-RESPONSE-FILE
           IF NOT RSP-FILE-OK
               DISPLAY 'ERROR: Cannot open ' WS-RESPONSE-PATH
               CLOSE ESS-REQUEST-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT IMPORT-LOG
           OPEN OUTPUT ERROR-LOG
           PERFORM WRITE-LOG-HEADER

           PERFORM REGISTER-RUN-START
           IF NOT OK OF RUNCTL-SVC-RES
                   AND STATUS-CODE-N OF RUNCTL-SVC-RES = 409
               DISPLAY 'RUN BLOCKED: ' STATUS-MSG OF RUNCTL-SVC-RES
               DISPLAY 'Set RUNCTL_OVERRIDE=Y to run anyway.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL REQ-FILE-EOF
               READ ESS-REQUEST-FILE
                   AT END
                       SET REQ-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NUMBER
                       ADD 1 TO WS-TOTAL-COUNT
                       PERFORM PROCESS-REQUEST
               END-READ
           END-PERFORM

           CLOSE ESS-REQUEST-FILE
           CLOSE ESS-RESPONSE-FILE
           DISPLAY 'Response file: ' WS-RESPONSE-PATH
           PERFORM REGISTER-RESPONSE-FILE

           PERFORM WRITE-SUMMARY
           CLOSE IMPORT-LOG
           CLOSE ERROR-LOG

           PERFORM REGISTER-RUN-END

           MOVE WS-TOTAL-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Requests read:     ' WS-COUNT-DISPLAY
           MOVE WS-QUEUED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Queued for HR:     ' WS-COUNT-DISPLAY
           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Rejected:          ' WS-COUNT-DISPLAY

           IF WS-REJECTED-COUNT > 0
               IF WS-QUEUED-COUNT = 0
                   DISPLAY 'All requests rejected'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY 'Some requests rejected - see error log'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN
           .

       WRITE-LOG-HEADER.
           MOVE SPACES TO LOG-RECORD
           STRING 'Self-Service Change Import Log - '
                  WS-REQUEST-PATH
               DELIMITED BY SIZE INTO LOG-RECORD
           WRITE LOG-RECORD

           MOVE '=================================' TO LOG-RECORD
           WRITE LOG-RECORD

           MOVE SPACES TO LOG-RECORD
           WRITE LOG-RECORD
           .

       WRITE-SUMMARY.
           MOVE SPACES TO LOG-RECORD
           WRITE LOG-RECORD

           MOVE 'Import Summary:' TO LOG-RECORD
           WRITE LOG-RECORD

           MOVE WS-TOTAL-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO LOG-RECORD
           STRING 'Requests read: ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO LOG-RECORD
           WRITE LOG-RECORD

           MOVE WS-QUEUED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO LOG-RECORD
           STRING 'Queued for approval: ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO LOG-RECORD
           WRITE LOG-RECORD

           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO LOG-RECORD
           STRING 'Rejected to portal: ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO LOG-RECORD
           WRITE LOG-RECORD
           .

      * PROCESS-REQUEST: One portal request - the employee must be on
      * file and not terminated, then the change is built and handed
      * to its owning service's validate-only operation; a pass is
      * queued for approval. Either way one response row goes back.
       PROCESS-REQUEST.
           SET ROW-ACCEPTED TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-PROPOSED-IMAGE
           MOVE SPACE TO WS-CHG-TYPE

           EVALUATE TRUE
               WHEN ES-REQ-ID = SPACES
                   SET ROW-REJECTED TO TRUE
                   MOVE 'Portal request ID is missing'
                       TO WS-REJECT-REASON
               WHEN ES-EMP-ID IS NOT NUMERIC
                       OR ES-EMP-ID = 0
                   SET ROW-REJECTED TO TRUE
                   MOVE 'Employee number is missing or not numeric'
                       TO WS-REJECT-REASON
               WHEN ES-SUBMITTED-AT IS NOT NUMERIC
                   SET ROW-REJECTED TO TRUE
                   MOVE 'Submission timestamp is not numeric'
                       TO WS-REJECT-REASON
           END-EVALUATE

           IF ROW-ACCEPTED
               PERFORM CHECK-EMPLOYEE-ON-FILE
           END-IF

           IF ROW-ACCEPTED
               EVALUATE TRUE
                   WHEN ES-ADDRESS
                       PERFORM BUILD-ADDRESS-CHANGE
                   WHEN ES-BANK
                       PERFORM BUILD-BANK-CHANGE
                   WHEN ES-DEP-ADD
                       PERFORM BUILD-DEPENDENT-ADD
                   WHEN ES-DEP-END
                       PERFORM BUILD-DEPENDENT-END
                   WHEN ES-COMMUTE
                       PERFORM BUILD-COMMUTE-CHANGE
                   WHEN OTHER
                       SET ROW-REJECTED TO TRUE
                       MOVE 'Change kind must be A, B, D, E or C'
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF

           IF ROW-ACCEPTED
               PERFORM QUEUE-FOR-APPROVAL
           END-IF

           PERFORM WRITE-RESPONSE
           .

       CHECK-EMPLOYEE-ON-FILE.
           INITIALIZE EMP-SVC-REQ
           INITIALIZE EMP-SVC-RES
           SET OP-FIND OF EMP-SVC-REQ TO TRUE
           MOVE 'IMPESS' TO USER-ID OF EMP-SVC-REQ
           MOVE SPACES TO CORR-ID OF EMP-SVC-REQ
           MOVE ES-EMP-ID TO Q-EMP-ID OF EMP-SVC-REQ
           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES

           IF NOT OK OF EMP-SVC-RES
               SET ROW-REJECTED TO TRUE
               MOVE 'Employee is not on file' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF TERMINATED OF OUT-EMP OF EMP-SVC-RES
               SET ROW-REJECTED TO TRUE
               MOVE 'Employee has left - contact HR directly'
                   TO WS-REJECT-REASON
           END-IF
           .

      * BUILD-ADDRESS-CHANGE: The employee record as found, with the
      * portal's address laid over it (blank lines dropped, the
      * fourth and fifth lines cleared), through EMP-SVC's
      * validation - postal master and kana normalization included.
       BUILD-ADDRESS-CHANGE.
           MOVE OUT-EMP OF EMP-SVC-RES TO IN-EMP OF EMP-SVC-REQ

           MOVE 0 TO WS-ADDR-COUNT
           MOVE SPACES TO ADDR-LINE-1 OF IN-EMP OF EMP-SVC-REQ
           MOVE SPACES TO ADDR-LINE-2 OF IN-EMP OF EMP-SVC-REQ
           MOVE SPACES TO ADDR-LINE-3 OF IN-EMP OF EMP-SVC-REQ
           MOVE SPACES TO ADDR-LINE-4 OF IN-EMP OF EMP-SVC-REQ
           MOVE SPACES TO ADDR-LINE-5 OF IN-EMP OF EMP-SVC-REQ
           IF ES-ADDR-LINE-1 NOT = SPACES
               ADD 1 TO WS-ADDR-COUNT
               MOVE ES-ADDR-LINE-1 TO ADDR-LINE-1 OF IN-EMP
                   OF EMP-SVC-REQ
           END-IF
           IF ES-ADDR-LINE-2 NOT = SPACES
               ADD 1 TO WS-ADDR-COUNT
               IF WS-ADDR-COUNT = 1
                   MOVE ES-ADDR-LINE-2 TO ADDR-LINE-1 OF IN-EMP
                       OF EMP-SVC-REQ
               ELSE
                   MOVE ES-ADDR-LINE-2 TO ADDR-LINE-2 OF IN-EMP
                       OF EMP-SVC-REQ
               END-IF
           END-IF
           IF ES-ADDR-LINE-3 NOT = SPACES
               ADD 1 TO WS-ADDR-COUNT
               EVALUATE WS-ADDR-COUNT
                   WHEN 1
                       MOVE ES-ADDR-LINE-3 TO ADDR-LINE-1 OF IN-EMP
                           OF EMP-SVC-REQ
                   WHEN 2
                       MOVE ES-ADDR-LINE-3 TO ADDR-LINE-2 OF IN-EMP
                           OF EMP-SVC-REQ
                   WHEN OTHER
                       MOVE ES-ADDR-LINE-3 TO ADDR-LINE-3 OF IN-EMP
                           OF EMP-SVC-REQ
               END-EVALUATE
           END-IF
           IF WS-ADDR-COUNT = 0
               SET ROW-REJECTED TO TRUE
               MOVE 'At least one address line is required'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ADDR-COUNT TO ADDR-LINE-COUNT OF IN-EMP
               OF EMP-SVC-REQ
           MOVE ES-CITY TO CITY OF IN-EMP OF EMP-SVC-REQ
           MOVE ES-STATE-CODE TO STATE-CODE OF IN-EMP OF EMP-SVC-REQ
           MOVE ES-POSTAL-CODE TO POSTAL-CODE OF IN-EMP OF EMP-SVC-REQ
           MOVE ES-COUNTRY-CODE
               TO COUNTRY-CODE OF IN-EMP OF EMP-SVC-REQ

           INITIALIZE EMP-SVC-RES
           SET OP-VALIDATE OF EMP-SVC-REQ TO TRUE
           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES

           IF OK OF EMP-SVC-RES
               SET CHG-UPDATE OF IN-EMPCHG OF EMPAPPR-SVC-REQ TO TRUE
               MOVE CHG-TYPE OF IN-EMPCHG OF EMPAPPR-SVC-REQ
                   TO WS-CHG-TYPE
               MOVE OUT-EMP OF EMP-SVC-RES TO WS-PROPOSED-IMAGE
           ELSE
               SET ROW-REJECTED TO TRUE
               MOVE STATUS-MSG OF EMP-SVC-RES TO WS-REJECT-REASON
           END-IF
           .

      * BUILD-BANK-CHANGE: An account already on file under the
      * sequence keeps its record and allocation with the new
      * routing laid over it; a new main account starts as the
      * remainder account. A split account (sequence above 1) is
      * set up by HR with its allocation, so the portal may only
      * re-point one that exists. BANK-SVC validates against the
      * bank directory.
       BUILD-BANK-CHANGE.
           IF ES-ACCT-SEQ IS NOT NUMERIC
               SET ROW-REJECTED TO TRUE
               MOVE 'Account sequence is not numeric'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           INITIALIZE BANK-SVC-REQ
           INITIALIZE BANK-SVC-RES
           SET OP-FIND OF BANK-SVC-REQ TO TRUE
           MOVE 'IMPESS' TO USER-ID OF BANK-SVC-REQ
           MOVE SPACES TO CORR-ID OF BANK-SVC-REQ
           MOVE ES-EMP-ID TO Q-EMP-ID OF BANK-SVC-REQ
           IF ES-ACCT-SEQ = 0
               MOVE 1 TO Q-ACCT-SEQ OF BANK-SVC-REQ
           ELSE
               MOVE ES-ACCT-SEQ TO Q-ACCT-SEQ OF BANK-SVC-REQ
           END-IF
           CALL 'BANK-SVC' USING BANK-SVC-REQ BANK-SVC-RES

           EVALUATE TRUE
               WHEN OK OF BANK-SVC-RES
                   MOVE OUT-BANKACCT OF BANK-SVC-RES
                       TO IN-BANKACCT OF BANK-SVC-REQ
               WHEN Q-ACCT-SEQ OF BANK-SVC-REQ > 1
                   SET ROW-REJECTED TO TRUE
                   MOVE 'Split account is not on file - contact HR'
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE 1 TO RECORD-VERSION OF IN-BANKACCT
                       OF BANK-SVC-REQ
                   MOVE 1 TO REC-VERSION OF IN-BANKACCT
                       OF BANK-SVC-REQ
                   MOVE ES-EMP-ID TO EMP-ID OF IN-BANKACCT
                       OF BANK-SVC-REQ
                   MOVE 1 TO ACCT-SEQ OF IN-BANKACCT OF BANK-SVC-REQ
                   SET ALLOC-REMAINDER OF IN-BANKACCT OF BANK-SVC-REQ
                       TO TRUE
                   MOVE 1 TO ALLOC-PRIORITY OF IN-BANKACCT
                       OF BANK-SVC-REQ
           END-EVALUATE

           MOVE ES-BANK-CODE TO BANK-CODE OF IN-BANKACCT
               OF BANK-SVC-REQ
           MOVE ES-BRANCH-CODE TO BRANCH-CODE OF IN-BANKACCT
               OF BANK-SVC-REQ
           MOVE ES-ACCT-TYPE TO ACCT-TYPE OF IN-BANKACCT
               OF BANK-SVC-REQ
           MOVE ES-ACCT-NUMBER TO ACCT-NUMBER OF IN-BANKACCT
               OF BANK-SVC-REQ
           MOVE ES-HOLDER-KANA TO HOLDER-KANA OF IN-BANKACCT
               OF BANK-SVC-REQ
           SET ACCT-ACTIVE OF IN-BANKACCT OF BANK-SVC-REQ TO TRUE

           INITIALIZE BANK-SVC-RES
           SET OP-VALIDATE OF BANK-SVC-REQ TO TRUE
           CALL 'BANK-SVC' USING BANK-SVC-REQ BANK-SVC-RES

           IF OK OF BANK-SVC-RES
               SET CHG-BANK-ACCOUNT OF IN-EMPCHG OF EMPAPPR-SVC-REQ
                   TO TRUE
               MOVE CHG-TYPE OF IN-EMPCHG OF EMPAPPR-SVC-REQ
                   TO WS-CHG-TYPE
               MOVE OUT-BANKACCT OF BANK-SVC-RES TO WS-PROPOSED-IMAGE
           ELSE
               SET ROW-REJECTED TO TRUE
               MOVE STATUS-MSG OF BANK-SVC-RES TO WS-REJECT-REASON
           END-IF
           .

      * BUILD-DEPENDENT-ADD: A new dependent, in force from the date
      * given or else the submission date, through DEP-SVC's
      * validation (kana normalized to half-width).
       BUILD-DEPENDENT-ADD.
           IF ES-DEP-BIRTH-DATE IS NOT NUMERIC
                   OR ES-DEP-FROM IS NOT NUMERIC
               SET ROW-REJECTED TO TRUE
               MOVE 'Dependent dates must be YYYYMMDD'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           INITIALIZE DEP-SVC-REQ
           INITIALIZE DEP-SVC-RES
           SET OP-VALIDATE OF DEP-SVC-REQ TO TRUE
           MOVE 'IMPESS' TO USER-ID OF DEP-SVC-REQ
           MOVE SPACES TO CORR-ID OF DEP-SVC-REQ
           MOVE 1 TO RECORD-VERSION OF IN-DEPENDENT OF DEP-SVC-REQ
           MOVE 1 TO REC-VERSION OF IN-DEPENDENT OF DEP-SVC-REQ
           MOVE ES-EMP-ID TO EMP-ID OF IN-DEPENDENT OF DEP-SVC-REQ
           MOVE 0 TO DEP-SEQ OF IN-DEPENDENT OF DEP-SVC-REQ
           MOVE ES-DEP-LAST-NAME
               TO DEP-LAST-NAME OF IN-DEPENDENT OF DEP-SVC-REQ
           MOVE ES-DEP-FIRST-NAME
               TO DEP-FIRST-NAME OF IN-DEPENDENT OF DEP-SVC-REQ
           MOVE ES-DEP-KANA TO DEP-KANA OF IN-DEPENDENT OF DEP-SVC-REQ
           MOVE ES-DEP-BIRTH-DATE
               TO BIRTH-DATE OF IN-DEPENDENT OF DEP-SVC-REQ
           MOVE ES-DEP-RELATIONSHIP
               TO RELATIONSHIP OF IN-DEPENDENT OF DEP-SVC-REQ
           IF ES-DEP-TAX-FLAG = SPACE
               SET NOT-TAX-DEPENDENT OF IN-DEPENDENT OF DEP-SVC-REQ
                   TO TRUE
           ELSE
               MOVE ES-DEP-TAX-FLAG
                   TO TAX-DEPENDENT OF IN-DEPENDENT OF DEP-SVC-REQ
           END-IF
           IF ES-DEP-FROM = 0
               MOVE ES-SUBMITTED-AT(1:8)
                   TO EFFECTIVE-FROM OF IN-DEPENDENT OF DEP-SVC-REQ
           ELSE
               MOVE ES-DEP-FROM
                   TO EFFECTIVE-FROM OF IN-DEPENDENT OF DEP-SVC-REQ
           END-IF
           MOVE OPEN-ENDED-DATE
               TO EFFECTIVE-TO OF IN-DEPENDENT OF DEP-SVC-REQ

           IF NOT REL-SPOUSE OF IN-DEPENDENT OF DEP-SVC-REQ
                   AND NOT REL-CHILD OF IN-DEPENDENT OF DEP-SVC-REQ
                   AND NOT REL-PARENT OF IN-DEPENDENT OF DEP-SVC-REQ
                   AND NOT REL-OTHER OF IN-DEPENDENT OF DEP-SVC-REQ
               SET ROW-REJECTED TO TRUE
               MOVE 'Relationship must be SP, CH, PA or OT'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF NOT IS-TAX-DEPENDENT OF IN-DEPENDENT OF DEP-SVC-REQ
                   AND NOT NOT-TAX-DEPENDENT OF IN-DEPENDENT
                       OF DEP-SVC-REQ
               SET ROW-REJECTED TO TRUE
               MOVE 'Tax dependent flag must be Y or N'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           PERFORM VALIDATE-DEPENDENT-CHANGE
           .

      * BUILD-DEPENDENT-END: A dependent on file ended on the given
      * last day; DEP-SVC confirms it exists and the date fits.
       BUILD-DEPENDENT-END.
           IF ES-DEP-SEQ IS NOT NUMERIC OR ES-DEP-SEQ = 0
               SET ROW-REJECTED TO TRUE
               MOVE 'Dependent number is required to end a dependent'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF ES-DEP-TO IS NOT NUMERIC
               SET ROW-REJECTED TO TRUE
               MOVE 'Dependent end date must be YYYYMMDD'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           INITIALIZE DEP-SVC-REQ
           INITIALIZE DEP-SVC-RES
           SET OP-VALIDATE OF DEP-SVC-REQ TO TRUE
           MOVE 'IMPESS' TO USER-ID OF DEP-SVC-REQ
           MOVE SPACES TO CORR-ID OF DEP-SVC-REQ
           MOVE ES-EMP-ID TO EMP-ID OF IN-DEPENDENT OF DEP-SVC-REQ
           MOVE ES-DEP-SEQ TO DEP-SEQ OF IN-DEPENDENT OF DEP-SVC-REQ
           MOVE ES-DEP-TO TO EFFECTIVE-TO OF IN-DEPENDENT
               OF DEP-SVC-REQ

           PERFORM VALIDATE-DEPENDENT-CHANGE
           .

       VALIDATE-DEPENDENT-CHANGE.
           CALL 'DEP-SVC' USING DEP-SVC-REQ DEP-SVC-RES

           IF OK OF DEP-SVC-RES
               SET CHG-DEPENDENT OF IN-EMPCHG OF EMPAPPR-SVC-REQ
                   TO TRUE
               MOVE CHG-TYPE OF IN-EMPCHG OF EMPAPPR-SVC-REQ
                   TO WS-CHG-TYPE
               MOVE OUT-DEPENDENT OF DEP-SVC-RES TO WS-PROPOSED-IMAGE
           ELSE
               SET ROW-REJECTED TO TRUE
               MOVE STATUS-MSG OF DEP-SVC-RES TO WS-REJECT-REASON
           END-IF
           .

      * BUILD-COMMUTE-CHANGE: The new commuting pass through
      * COMMUTE-SVC's validation (pass of 1, 3 or 6 months).
       BUILD-COMMUTE-CHANGE.
           IF ES-PASS-MONTHS IS NOT NUMERIC
                   OR ES-PASS-AMOUNT IS NOT NUMERIC
                   OR ES-PASS-START IS NOT NUMERIC
               SET ROW-REJECTED TO TRUE
               MOVE 'Pass months, amount and start must be numeric'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           INITIALIZE COMMUTE-SVC-REQ
           INITIALIZE COMMUTE-SVC-RES
           SET OP-VALIDATE OF COMMUTE-SVC-REQ TO TRUE
           MOVE 'IMPESS' TO USER-ID OF COMMUTE-SVC-REQ
           MOVE SPACES TO CORR-ID OF COMMUTE-SVC-REQ
           MOVE 1 TO RECORD-VERSION OF IN-COMMUTE OF COMMUTE-SVC-REQ
           MOVE 1 TO REC-VERSION OF IN-COMMUTE OF COMMUTE-SVC-REQ
           MOVE ES-EMP-ID TO EMP-ID OF IN-COMMUTE OF COMMUTE-SVC-REQ
           MOVE ES-COMMUTE-ROUTE
               TO COMMUTE-ROUTE OF IN-COMMUTE OF COMMUTE-SVC-REQ
           MOVE ES-PASS-MONTHS
               TO PASS-MONTHS OF IN-COMMUTE OF COMMUTE-SVC-REQ
           MOVE ES-PASS-AMOUNT
               TO PASS-AMOUNT OF IN-COMMUTE OF COMMUTE-SVC-REQ
           MOVE ES-PASS-START
               TO PASS-START OF IN-COMMUTE OF COMMUTE-SVC-REQ
           SET COMMUTE-ACTIVE OF IN-COMMUTE OF COMMUTE-SVC-REQ
               TO TRUE
           CALL 'COMMUTE-SVC' USING COMMUTE-SVC-REQ COMMUTE-SVC-RES

           IF OK OF COMMUTE-SVC-RES
               SET CHG-COMMUTE OF IN-EMPCHG OF EMPAPPR-SVC-REQ
                   TO TRUE
               MOVE CHG-TYPE OF IN-EMPCHG OF EMPAPPR-SVC-REQ
                   TO WS-CHG-TYPE
               MOVE OUT-COMMUTE OF COMMUTE-SVC-RES
                   TO WS-PROPOSED-IMAGE
           ELSE
               SET ROW-REJECTED TO TRUE
               MOVE STATUS-MSG OF COMMUTE-SVC-RES TO WS-REJECT-REASON
           END-IF
           .

      * QUEUE-FOR-APPROVAL: The validated change onto the
      * maker-checker worklist as a portal change; IMPESS is the
      * maker, so any HR operator may decide it.
       QUEUE-FOR-APPROVAL.
           INITIALIZE EMPAPPR-SVC-REQ
           INITIALIZE EMPAPPR-SVC-RES
           SET OP-SUBMIT OF EMPAPPR-SVC-REQ TO TRUE
           MOVE 'IMPESS' TO USER-ID OF EMPAPPR-SVC-REQ
           MOVE SPACES TO CORR-ID OF EMPAPPR-SVC-REQ
           MOVE ES-EMP-ID TO EMP-ID OF IN-EMPCHG OF EMPAPPR-SVC-REQ
           MOVE WS-CHG-TYPE TO CHG-TYPE OF IN-EMPCHG OF EMPAPPR-SVC-REQ
           SET SOURCE-PORTAL OF IN-EMPCHG OF EMPAPPR-SVC-REQ TO TRUE
           MOVE ES-REQ-ID
               TO PORTAL-REQ-ID OF IN-EMPCHG OF EMPAPPR-SVC-REQ
           MOVE WS-PROPOSED-IMAGE
               TO PROPOSED-IMAGE OF IN-EMPCHG OF EMPAPPR-SVC-REQ
           CALL 'EMPAPPR-SVC' USING EMPAPPR-SVC-REQ EMPAPPR-SVC-RES

           IF NOT OK OF EMPAPPR-SVC-RES
               SET ROW-REJECTED TO TRUE
               MOVE STATUS-MSG OF EMPAPPR-SVC-RES TO WS-REJECT-REASON
           END-IF
           .

       WRITE-RESPONSE.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           COMPUTE WS-NOW-TS = WS-NOW-DATE * 1000000
               + WS-NOW-TIME / 100

           MOVE SPACES TO ESS-RESPONSE-RECORD
           MOVE ES-REQ-ID TO ER-REQ-ID
           IF ES-EMP-ID IS NUMERIC
               MOVE ES-EMP-ID TO ER-EMP-ID
           ELSE
               MOVE 0 TO ER-EMP-ID
           END-IF
           MOVE ES-CHG-KIND TO ER-CHG-KIND
           MOVE WS-NOW-TS TO ER-PROCESSED-AT

           IF ROW-ACCEPTED
               SET ER-QUEUED TO TRUE
               MOVE CHG-ID OF OUT-EMPCHG OF EMPAPPR-SVC-RES
                   TO ER-CHG-ID
               MOVE 'Queued for HR approval' TO ER-REASON
               ADD 1 TO WS-QUEUED-COUNT
               MOVE SPACES TO LOG-RECORD
               STRING 'Line ' WS-LINE-NUMBER ': ' ES-REQ-ID
                      ' EMP-ID=' ER-EMP-ID ' kind ' ES-CHG-KIND
                      ' queued as change ' ER-CHG-ID
                   DELIMITED BY SIZE INTO LOG-RECORD
               WRITE LOG-RECORD
           ELSE
               SET ER-REJECTED TO TRUE
               MOVE 0 TO ER-CHG-ID
               MOVE WS-REJECT-REASON TO ER-REASON
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO ERROR-RECORD
               STRING 'Line ' WS-LINE-NUMBER ': ' ES-REQ-ID
                      ' EMP-ID=' ER-EMP-ID ' rejected: '
                      WS-REJECT-REASON
                   DELIMITED BY SIZE INTO ERROR-RECORD
               WRITE ERROR-RECORD
           END-IF

           ADD ER-EMP-ID TO WS-RSP-HASH
           WRITE ESS-RESPONSE-RECORD
           .

      * REGISTER-RESPONSE-FILE: Onto the transmission register with
      * the sum of employee numbers as its hash, for the portal to
      * collect.
       REGISTER-RESPONSE-FILE.
           INITIALIZE XMIT-SVC-REQ
           INITIALIZE XMIT-SVC-RES
           SET OP-REGISTER OF XMIT-SVC-REQ TO TRUE
           MOVE 'IMPESS' TO USER-ID OF XMIT-SVC-REQ
           MOVE SPACES TO CORR-ID OF XMIT-SVC-REQ
           MOVE 'IMPESS' TO XMIT-JOB OF IN-XMIT OF XMIT-SVC-REQ
           MOVE WS-RESPONSE-PATH(15:40)
               TO XMIT-FILE-NAME OF IN-XMIT OF XMIT-SVC-REQ
           MOVE WS-TOTAL-COUNT
               TO XMIT-RECORD-COUNT OF IN-XMIT OF XMIT-SVC-REQ
           MOVE WS-RSP-HASH
               TO XMIT-HASH-TOTAL OF IN-XMIT OF XMIT-SVC-REQ

           CALL 'XMIT-SVC' USING XMIT-SVC-REQ XMIT-SVC-RES

           IF OK OF XMIT-SVC-RES
               DISPLAY 'Registered as generation '
                   GEN-NUMBER OF OUT-XMIT OF XMIT-SVC-RES
           END-IF
           .

      * REGISTER-RUN-START: Registers this run with the central run
      * control, guarded against a duplicate run for the same file
      * date; the caller checks for the 409 block.
       REGISTER-RUN-START.
           MOVE SPACES TO WS-RUN-PARM
           MOVE WS-FILE-DATE TO WS-RUN-PARM
           INITIALIZE RUNCTL-SVC-REQ
           INITIALIZE RUNCTL-SVC-RES
           SET OP-START OF RUNCTL-SVC-REQ TO TRUE
           MOVE 'IMPESS' TO USER-ID OF RUNCTL-SVC-REQ
           MOVE SPACES TO CORR-ID OF RUNCTL-SVC-REQ
           MOVE WS-PROGRAM-NAME(1:8) TO Q-JOB-NAME OF RUNCTL-SVC-REQ
           MOVE WS-RUN-PARM TO Q-RUN-PARM OF RUNCTL-SVC-REQ
           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'RUNCTL_OVERRIDE'
           IF WS-ENV-OVERRIDE(1:1) = 'Y' OR 'y'
               MOVE 'Y' TO Q-OVERRIDE OF RUNCTL-SVC-REQ
           END-IF
           CALL 'RUNCTL-SVC' USING RUNCTL-SVC-REQ RUNCTL-SVC-RES
           MOVE OUT-START-TIMESTAMP OF RUNCTL-SVC-RES
               TO WS-RUN-START-TS
           .

      * REGISTER-RUN-END: Closes the registered run out with this
      * run's counts and outcome.
       REGISTER-RUN-END.
           INITIALIZE RUNCTL-SVC-REQ
           INITIALIZE RUNCTL-SVC-RES
           SET OP-END OF RUNCTL-SVC-REQ TO TRUE
           MOVE 'IMPESS' TO USER-ID OF RUNCTL-SVC-REQ
           MOVE SPACES TO CORR-ID OF RUNCTL-SVC-REQ
           MOVE WS-PROGRAM-NAME(1:8) TO Q-JOB-NAME OF RUNCTL-SVC-REQ
           MOVE WS-RUN-PARM TO Q-RUN-PARM OF RUNCTL-SVC-REQ
           MOVE WS-RUN-START-TS
               TO Q-START-TIMESTAMP OF RUNCTL-SVC-REQ
           MOVE WS-TOTAL-COUNT TO Q-TOTAL-COUNT OF RUNCTL-SVC-REQ
           MOVE WS-QUEUED-COUNT TO Q-SUCCESS-COUNT OF RUNCTL-SVC-REQ
           MOVE WS-REJECTED-COUNT TO Q-FAILED-COUNT OF RUNCTL-SVC-REQ
           IF WS-QUEUED-COUNT = 0 AND WS-REJECTED-COUNT > 0
               MOVE 'F' TO Q-OUTCOME OF RUNCTL-SVC-REQ
           ELSE
               MOVE 'C' TO Q-OUTCOME OF RUNCTL-SVC-REQ
           END-IF
           CALL 'RUNCTL-SVC' USING RUNCTL-SVC-REQ RUNCTL-SVC-RES
           .

       END PROGRAM IMPESS.
