       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBHOL-SVC.
      ******************************************************************
      * SUBHOL-SVC - Rest-Day Work / Day-Off Exchange Service
      * Purpose: Maintains the record of each scheduled rest day an
      *          employee worked and the day off taken in exchange -
      *          a substitute holiday designated in advance (furikae)
      *          or a compensatory day off granted afterwards
      *          (daikyu) - with the deadline for taking it and the
      *          payroll settlement of the rest-day work. PAY-SVC's
      *          CALCULATE-PAYROLL prices the work from these records
      *          and stamps them settled; the untaken-days report
      *          scans them.
      * Operations: ADD, FIND, LIST-FOR-EMP, SCAN, MARK-PAID, RELEASE
      * Pre: Valid request with OP-CODE, USER-ID, CORR-ID
      * Post: Response with STATUS-CODE-N and STATUS-MSG
      * Note: SUBHOL-FILE is owned by this service directly, the way
      *       EARN-SVC owns earnings.dat - keyed on EMP-ID +
      *       WORK-DATE, one record per rest day worked.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBHOL-FILE ASSIGN TO 'hr-cobol/data/subhol.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHL-REC-KEY SOURCE IS SHL-REC-KEY1
                   SHL-REC-KEY2
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * SHL-REC-KEY is a split key over EMP-ID and WORK-DATE
      * (positions 12-20 and 21-28 of the 200-byte record).
       FD  SUBHOL-FILE.
       01  SUBHOL-RECORD.
           05  FILLER               PIC X(11).
           05  SHL-REC-KEY1         PIC X(9).
           05  SHL-REC-KEY2         PIC X(8).
           05  FILLER               PIC X(172).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'SUBHOL-SVC'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK                 VALUE '00'.
           88  FILE-EOF                VALUE '10'.
           88  FILE-NOT-FOUND          VALUE '35'.
           88  FILE-DUP-KEY            VALUE '22'.

      * Days allowed for taking the day off when no deadline is
      * given: a substitute holiday inside the four-week holiday
      * cycle, a compensatory day within two months
       78  SUBSTITUTE-TAKE-DAYS    VALUE 28.
       78  COMPENSATORY-TAKE-DAYS  VALUE 60.

      * Working storage for date and timestamp
       01  WS-TODAY                PIC 9(8).
       01  WS-CURRENT-TIME         PIC 9(6).
       01  WS-CURRENT-TIMESTAMP    PIC 9(14).

      * Working storage for DATE-UTIL calls
       01  WS-DATE-OPERATION       PIC X(2).
       01  WS-DATE-UTIL-D1         PIC 9(8).
       01  WS-DATE-UTIL-D2         PIC 9(8).
       01  WS-DATE-UTIL-RESULT     PIC S9(9).
       01  WS-DATE-UTIL-STATUS     PIC 9.

       01  WS-TEMP-SUBHOL.
           COPY subhol REPLACING ==05== BY ==10==.
       01  WS-PRIOR-SUBHOL.
           COPY subhol REPLACING ==05== BY ==10==.

       01  WS-EMP-ID-STR           PIC X(9).
       01  WS-DATE-STR             PIC X(8).
       01  WS-RECORD-EXISTS-SW     PIC X.
           88  SUBHOL-EXISTS           VALUE 'Y'.
           88  SUBHOL-NEW              VALUE 'N'.
       01  WS-SCAN-DONE-SW         PIC X     VALUE 'N'.
           88  SCAN-DONE               VALUE 'Y'.
           88  SCAN-NOT-DONE           VALUE 'N'.
       01  WS-RELEASED-COUNT       PIC 9(5).

      * Working storage for AUDIT-LOG calls
       01  WS-AUDIT-REC.
           COPY audit.

       LINKAGE SECTION.
           COPY subh-req.
           COPY subh-res.

       PROCEDURE DIVISION USING SUBHOL-SVC-REQ SUBHOL-SVC-RES.

       MAIN-PROCESS.
      *    Initialize response
           INITIALIZE SUBHOL-SVC-RES
           MOVE CORR-ID OF SUBHOL-SVC-REQ TO CORR-ID OF SUBHOL-SVC-RES

      *    Get current date and timestamp
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-TODAY WS-CURRENT-TIME
               DELIMITED BY SIZE
               INTO WS-CURRENT-TIMESTAMP

      *    Route to operation
           EVALUATE TRUE
               WHEN OP-ADD OF SUBHOL-SVC-REQ
                   PERFORM ADD-SUBHOL
               WHEN OP-FIND OF SUBHOL-SVC-REQ
                   PERFORM FIND-SUBHOL
               WHEN OP-LIST-FOR-EMP OF SUBHOL-SVC-REQ
                   PERFORM LIST-SUBHOL-FOR-EMP
               WHEN OP-SCAN OF SUBHOL-SVC-REQ
                   PERFORM SCAN-SUBHOL
               WHEN OP-MARK-PAID OF SUBHOL-SVC-REQ
                   PERFORM MARK-SUBHOL-PAID
               WHEN OP-RELEASE OF SUBHOL-SVC-REQ
                   PERFORM RELEASE-SUBHOL-FOR-PAY
               WHEN OTHER
                   MOVE 422 TO STATUS-CODE-N OF SUBHOL-SVC-RES
                   MOVE 'Invalid operation code'
                       TO STATUS-MSG OF SUBHOL-SVC-RES
           END-EVALUATE

           GOBACK
           .

       ADD-SUBHOL.
      *    Pre: IN-SUBHOL populated with EMP-ID, WORK-DATE,
      *         SUBHOL-TYPE and WORKED-HOURS; DAY-OFF-DATE once the
      *         day off is taken or designated; TAKE-BY-DATE
      *         optional
      *    Post: Record written (or replaced, keeping its payroll
      *          settlement); audit-logged

           IF EMP-ID OF IN-SUBHOL OF SUBHOL-SVC-REQ = 0
                   OR WORK-DATE OF IN-SUBHOL OF SUBHOL-SVC-REQ
                       < MIN-VALID-DATE
               MOVE 422 TO STATUS-CODE-N OF SUBHOL-SVC-RES
               MOVE 'EMP-ID and WORK-DATE are required'
                   TO STATUS-MSG OF SUBHOL-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF NOT SUBHOL-SUBSTITUTE OF IN-SUBHOL OF SUBHOL-SVC-REQ
                   AND NOT SUBHOL-COMPENSATORY
                       OF IN-SUBHOL OF SUBHOL-SVC-REQ
               MOVE 422 TO STATUS-CODE-N OF SUBHOL-SVC-RES
               MOVE 'SUBHOL-TYPE must be F (substitute) or D (comp)'
                   TO STATUS-MSG OF SUBHOL-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF WORKED-HOURS OF IN-SUBHOL OF SUBHOL-SVC-REQ = 0
                   OR WORKED-HOURS OF IN-SUBHOL OF SUBHOL-SVC-REQ > 24
               MOVE 422 TO STATUS-CODE-N OF SUBHOL-SVC-RES
               MOVE 'WORKED-HOURS must be 0.01-24.00'
                   TO STATUS-MSG OF SUBHOL-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE IN-SUBHOL OF SUBHOL-SVC-REQ TO WS-TEMP-SUBHOL

           IF TAKE-BY-DATE OF WS-TEMP-SUBHOL = 0
               PERFORM DEFAULT-TAKE-BY-DATE
           END-IF

           IF DAY-OFF-DATE OF WS-TEMP-SUBHOL NOT = 0
               IF DAY-OFF-DATE OF WS-TEMP-SUBHOL
                       = WORK-DATE OF WS-TEMP-SUBHOL
                   MOVE 422 TO STATUS-CODE-N OF SUBHOL-SVC-RES
                   MOVE 'Day off cannot be the rest day worked'
                       TO STATUS-MSG OF SUBHOL-SVC-RES
                   EXIT PARAGRAPH
               END-IF
      *        A compensatory day is granted after the work
               IF SUBHOL-COMPENSATORY OF WS-TEMP-SUBHOL
                       AND DAY-OFF-DATE OF WS-TEMP-SUBHOL
                           < WORK-DATE OF WS-TEMP-SUBHOL
                   MOVE 422 TO STATUS-CODE-N OF SUBHOL-SVC-RES
                   MOVE 'Compensatory day must follow the work date'
                       TO STATUS-MSG OF SUBHOL-SVC-RES
                   EXIT PARAGRAPH
               END-IF
               IF DAY-OFF-DATE OF WS-TEMP-SUBHOL
                       > TAKE-BY-DATE OF WS-TEMP-SUBHOL
                   MOVE 422 TO STATUS-CODE-N OF SUBHOL-SVC-RES
                   MOVE 'Day off falls after the take-by date'
                       TO STATUS-MSG OF SUBHOL-SVC-RES
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF NOT SUBHOL-CANCELLED OF WS-TEMP-SUBHOL
               IF DAY-OFF-DATE OF WS-TEMP-SUBHOL = 0
                   SET SUBHOL-OPEN OF WS-TEMP-SUBHOL TO TRUE
               ELSE
                   SET SUBHOL-TAKEN OF WS-TEMP-SUBHOL TO TRUE
               END-IF
           END-IF

           PERFORM OPEN-SUBHOL-FILE-IO
           IF NOT OK OF SUBHOL-SVC-RES
               EXIT PARAGRAPH
           END-IF

           SET SUBHOL-NEW TO TRUE
           INITIALIZE WS-AUDIT-REC
           MOVE EMP-ID OF WS-TEMP-SUBHOL TO WS-EMP-ID-STR
           MOVE WS-EMP-ID-STR TO SHL-REC-KEY1
           MOVE WORK-DATE OF WS-TEMP-SUBHOL TO WS-DATE-STR
           MOVE WS-DATE-STR TO SHL-REC-KEY2
           READ SUBHOL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET SUBHOL-EXISTS TO TRUE
                   MOVE SUBHOL-RECORD TO WS-PRIOR-SUBHOL
                   MOVE SUBHOL-RECORD TO BEFORE-VALUE OF WS-AUDIT-REC
           END-READ

           MOVE 1 TO RECORD-VERSION OF WS-TEMP-SUBHOL
           IF SUBHOL-EXISTS
      *        The payroll settlement belongs to PAY-SVC - a reload
      *        of the exchange does not undo it
               COMPUTE REC-VERSION OF WS-TEMP-SUBHOL =
                   REC-VERSION OF WS-PRIOR-SUBHOL + 1
               MOVE PREMIUM-PAID OF WS-PRIOR-SUBHOL
                   TO PREMIUM-PAID OF WS-TEMP-SUBHOL
               MOVE PAID-PAY-ID OF WS-PRIOR-SUBHOL
                   TO PAID-PAY-ID OF WS-TEMP-SUBHOL
               MOVE PAID-AMOUNT OF WS-PRIOR-SUBHOL
                   TO PAID-AMOUNT OF WS-TEMP-SUBHOL
               MOVE PAID-RATE-PCT OF WS-PRIOR-SUBHOL
                   TO PAID-RATE-PCT OF WS-TEMP-SUBHOL
               MOVE CREATED-BY OF WS-PRIOR-SUBHOL
                   TO CREATED-BY OF WS-TEMP-SUBHOL
               MOVE CREATED-AT OF WS-PRIOR-SUBHOL
                   TO CREATED-AT OF WS-TEMP-SUBHOL
               MOVE USER-ID OF SUBHOL-SVC-REQ(1:8)
                   TO MODIFIED-BY OF WS-TEMP-SUBHOL
               MOVE WS-CURRENT-TIMESTAMP
                   TO MODIFIED-AT OF WS-TEMP-SUBHOL
           ELSE
               MOVE 1 TO REC-VERSION OF WS-TEMP-SUBHOL
               SET PREMIUM-NOT-PAID OF WS-TEMP-SUBHOL TO TRUE
               MOVE 0 TO PAID-PAY-ID OF WS-TEMP-SUBHOL
               MOVE 0 TO PAID-AMOUNT OF WS-TEMP-SUBHOL
               MOVE 0 TO PAID-RATE-PCT OF WS-TEMP-SUBHOL
               MOVE USER-ID OF SUBHOL-SVC-REQ(1:8)
                   TO CREATED-BY OF WS-TEMP-SUBHOL
               MOVE WS-CURRENT-TIMESTAMP
                   TO CREATED-AT OF WS-TEMP-SUBHOL
           END-IF

           MOVE WS-TEMP-SUBHOL TO SUBHOL-RECORD
           IF SUBHOL-EXISTS
               REWRITE SUBHOL-RECORD
           ELSE
               WRITE SUBHOL-RECORD
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF SUBHOL-SVC-RES
               MOVE 'Failed to write rest-day exchange record'
                   TO STATUS-MSG OF SUBHOL-SVC-RES
               CLOSE SUBHOL-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE SUBHOL-FILE

           IF SUBHOL-EXISTS
               MOVE 'UPDATE' TO ACTION OF WS-AUDIT-REC
           ELSE
               MOVE 'CREATE' TO ACTION OF WS-AUDIT-REC
           END-IF
           MOVE 'SHL' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE EMP-ID OF WS-TEMP-SUBHOL TO ENTITY-ID OF WS-AUDIT-REC
           MOVE USER-ID OF SUBHOL-SVC-REQ TO USER-ID OF WS-AUDIT-REC
           MOVE WS-TEMP-SUBHOL TO AFTER-VALUE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC

           MOVE 0 TO STATUS-CODE-N OF SUBHOL-SVC-RES
           MOVE 'Rest-day exchange recorded'
               TO STATUS-MSG OF SUBHOL-SVC-RES
           MOVE WS-TEMP-SUBHOL TO OUT-SUBHOL OF SUBHOL-SVC-RES
           .

      * DEFAULT-TAKE-BY-DATE: The work date plus the days the type
      * allows for taking the day off.
       DEFAULT-TAKE-BY-DATE.
           MOVE 'A ' TO WS-DATE-OPERATION
           MOVE WORK-DATE OF WS-TEMP-SUBHOL TO WS-DATE-UTIL-D1
           IF SUBHOL-SUBSTITUTE OF WS-TEMP-SUBHOL
               MOVE SUBSTITUTE-TAKE-DAYS TO WS-DATE-UTIL-D2
           ELSE
               MOVE COMPENSATORY-TAKE-DAYS TO WS-DATE-UTIL-D2
           END-IF
           CALL 'DATE-UTIL' USING WS-DATE-OPERATION
                                  WS-DATE-UTIL-D1
                                  WS-DATE-UTIL-D2
                                  WS-DATE-UTIL-RESULT
                                  WS-DATE-UTIL-STATUS
           IF WS-DATE-UTIL-STATUS = 0
               MOVE WS-DATE-UTIL-RESULT
                   TO TAKE-BY-DATE OF WS-TEMP-SUBHOL
           ELSE
               MOVE WORK-DATE OF WS-TEMP-SUBHOL
                   TO TAKE-BY-DATE OF WS-TEMP-SUBHOL
           END-IF
           .

       FIND-SUBHOL.
      *    Pre: Q-EMP-ID/Q-WORK-DATE populated
      *    Post: OUT-SUBHOL populated if found, STATUS-CODE-N = 0 or
      *          404

           IF Q-EMP-ID OF SUBHOL-SVC-REQ = 0
                   OR Q-WORK-DATE OF SUBHOL-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF SUBHOL-SVC-RES
               MOVE 'Q-EMP-ID and Q-WORK-DATE are required'
                   TO STATUS-MSG OF SUBHOL-SVC-RES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT SUBHOL-FILE

           IF FILE-NOT-FOUND
               MOVE 404 TO STATUS-CODE-N OF SUBHOL-SVC-RES
               MOVE 'No rest-day exchanges on file'
                   TO STATUS-MSG OF SUBHOL-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF SUBHOL-SVC-RES
               MOVE 'Cannot open rest-day exchange file'
                   TO STATUS-MSG OF SUBHOL-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-EMP-ID OF SUBHOL-SVC-REQ TO WS-EMP-ID-STR
           MOVE WS-EMP-ID-STR TO SHL-REC-KEY1
           MOVE Q-WORK-DATE OF SUBHOL-SVC-REQ TO WS-DATE-STR
           MOVE WS-DATE-STR TO SHL-REC-KEY2
           READ SUBHOL-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF SUBHOL-SVC-RES
                   MOVE 'Rest-day exchange not found'
                       TO STATUS-MSG OF SUBHOL-SVC-RES
               NOT INVALID KEY
                   MOVE SUBHOL-RECORD TO OUT-SUBHOL OF SUBHOL-SVC-RES
                   MOVE 0 TO STATUS-CODE-N OF SUBHOL-SVC-RES
                   MOVE 'Rest-day exchange found'
                       TO STATUS-MSG OF SUBHOL-SVC-RES
           END-READ

           CLOSE SUBHOL-FILE
           .

       LIST-SUBHOL-FOR-EMP.
      *    Pre: Q-EMP-ID populated; Q-CURSOR = WORK-DATE of the last
      *         record returned (zero to start)
      *    Post: OUT-SUBHOL holds the employee's next record,
      *          NEXT-CURSOR/HAS-MORE set; STATUS-CODE-N = 404 when
      *          there are no more

           IF Q-EMP-ID OF SUBHOL-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF SUBHOL-SVC-RES
               MOVE 'Q-EMP-ID is required'
                   TO STATUS-MSG OF SUBHOL-SVC-RES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT SUBHOL-FILE

           IF FILE-NOT-FOUND
               MOVE 404 TO STATUS-CODE-N OF SUBHOL-SVC-RES
               MOVE 'No rest-day exchanges on file'
                   TO STATUS-MSG OF SUBHOL-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF SUBHOL-SVC-RES
               MOVE 'Cannot open rest-day exchange file'
                   TO STATUS-MSG OF SUBHOL-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-EMP-ID OF SUBHOL-SVC-REQ TO WS-EMP-ID-STR
           MOVE WS-EMP-ID-STR TO SHL-REC-KEY1
           MOVE Q-CURSOR OF SUBHOL-SVC-REQ TO WS-DATE-STR
           MOVE WS-DATE-STR TO SHL-REC-KEY2

           MOVE 404 TO STATUS-CODE-N OF SUBHOL-SVC-RES
           MOVE 'No further rest-day exchanges'
               TO STATUS-MSG OF SUBHOL-SVC-RES
           SET NO-MORE-RESULTS OF SUBHOL-SVC-RES TO TRUE

           START SUBHOL-FILE KEY IS GREATER THAN SHL-REC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ SUBHOL-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SHL-REC-KEY1 = WS-EMP-ID-STR
                               MOVE SUBHOL-RECORD
                                   TO OUT-SUBHOL OF SUBHOL-SVC-RES
                               MOVE WORK-DATE OF OUT-SUBHOL
                                       OF SUBHOL-SVC-RES
                                   TO NEXT-CURSOR OF SUBHOL-SVC-RES
                               SET MORE-RESULTS OF SUBHOL-SVC-RES
                                   TO TRUE
                               MOVE 0 TO
                                   STATUS-CODE-N OF SUBHOL-SVC-RES
                               MOVE 'Rest-day exchange found'
                                   TO STATUS-MSG OF SUBHOL-SVC-RES
                           END-IF
                   END-READ
           END-START

           CLOSE SUBHOL-FILE
           .

       SCAN-SUBHOL.
      *    Pre: Q-SCAN-CURSOR = EMP-ID + WORK-DATE key of the last
      *         record returned (SPACES to start)
      *    Post: OUT-SUBHOL holds the next record on file,
      *          NEXT-SCAN-CURSOR/HAS-MORE set; STATUS-CODE-N = 404
      *          at the end of the file

           OPEN INPUT SUBHOL-FILE

           IF FILE-NOT-FOUND
               MOVE 404 TO STATUS-CODE-N OF SUBHOL-SVC-RES
               MOVE 'No rest-day exchanges on file'
                   TO STATUS-MSG OF SUBHOL-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF SUBHOL-SVC-RES
               MOVE 'Cannot open rest-day exchange file'
                   TO STATUS-MSG OF SUBHOL-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-SCAN-CURSOR OF SUBHOL-SVC-REQ(1:9) TO SHL-REC-KEY1
           MOVE Q-SCAN-CURSOR OF SUBHOL-SVC-REQ(10:8) TO SHL-REC-KEY2

           MOVE 404 TO STATUS-CODE-N OF SUBHOL-SVC-RES
           MOVE 'No further rest-day exchanges'
               TO STATUS-MSG OF SUBHOL-SVC-RES
           SET NO-MORE-RESULTS OF SUBHOL-SVC-RES TO TRUE

           START SUBHOL-FILE KEY IS GREATER THAN SHL-REC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ SUBHOL-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE SUBHOL-RECORD
                               TO OUT-SUBHOL OF SUBHOL-SVC-RES
                           STRING SHL-REC-KEY1 SHL-REC-KEY2
                               DELIMITED BY SIZE
                               INTO NEXT-SCAN-CURSOR OF SUBHOL-SVC-RES
                           SET MORE-RESULTS OF SUBHOL-SVC-RES TO TRUE
                           MOVE 0 TO STATUS-CODE-N OF SUBHOL-SVC-RES
                           MOVE 'Rest-day exchange found'
                               TO STATUS-MSG OF SUBHOL-SVC-RES
                   END-READ
           END-START

           CLOSE SUBHOL-FILE
           .

       MARK-SUBHOL-PAID.
      *    Pre: Q-EMP-ID/Q-WORK-DATE identify the record; Q-PAY-ID,
      *         Q-PAID-AMOUNT and Q-PAID-RATE-PCT describe the
      *         settlement
      *    Post: Record stamped settled, STATUS-CODE-N = 0 or error

           IF Q-EMP-ID OF SUBHOL-SVC-REQ = 0
                   OR Q-WORK-DATE OF SUBHOL-SVC-REQ = 0
                   OR Q-PAY-ID OF SUBHOL-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF SUBHOL-SVC-RES
               MOVE 'Q-EMP-ID, Q-WORK-DATE and Q-PAY-ID are required'
                   TO STATUS-MSG OF SUBHOL-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-SUBHOL-FILE-IO
           IF NOT OK OF SUBHOL-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-EMP-ID OF SUBHOL-SVC-REQ TO WS-EMP-ID-STR
           MOVE WS-EMP-ID-STR TO SHL-REC-KEY1
           MOVE Q-WORK-DATE OF SUBHOL-SVC-REQ TO WS-DATE-STR
           MOVE WS-DATE-STR TO SHL-REC-KEY2
           READ SUBHOL-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF SUBHOL-SVC-RES
                   MOVE 'Rest-day exchange not found'
                       TO STATUS-MSG OF SUBHOL-SVC-RES
                   CLOSE SUBHOL-FILE
                   EXIT PARAGRAPH
           END-READ

           MOVE SUBHOL-RECORD TO WS-TEMP-SUBHOL
           SET PREMIUM-IS-PAID OF WS-TEMP-SUBHOL TO TRUE
           MOVE Q-PAY-ID OF SUBHOL-SVC-REQ
               TO PAID-PAY-ID OF WS-TEMP-SUBHOL
           MOVE Q-PAID-AMOUNT OF SUBHOL-SVC-REQ
               TO PAID-AMOUNT OF WS-TEMP-SUBHOL
           MOVE Q-PAID-RATE-PCT OF SUBHOL-SVC-REQ
               TO PAID-RATE-PCT OF WS-TEMP-SUBHOL
           ADD 1 TO REC-VERSION OF WS-TEMP-SUBHOL
           MOVE USER-ID OF SUBHOL-SVC-REQ(1:8)
               TO MODIFIED-BY OF WS-TEMP-SUBHOL
           MOVE WS-CURRENT-TIMESTAMP TO MODIFIED-AT OF WS-TEMP-SUBHOL

           MOVE WS-TEMP-SUBHOL TO SUBHOL-RECORD
           REWRITE SUBHOL-RECORD
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF SUBHOL-SVC-RES
               MOVE 'Failed to update rest-day exchange'
                   TO STATUS-MSG OF SUBHOL-SVC-RES
               CLOSE SUBHOL-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE SUBHOL-FILE

           MOVE 0 TO STATUS-CODE-N OF SUBHOL-SVC-RES
           MOVE 'Rest-day work settled'
               TO STATUS-MSG OF SUBHOL-SVC-RES
           MOVE WS-TEMP-SUBHOL TO OUT-SUBHOL OF SUBHOL-SVC-RES
           .

       RELEASE-SUBHOL-FOR-PAY.
      *    Pre: Q-EMP-ID and Q-PAY-ID populated
      *    Post: Every record of the employee settled by Q-PAY-ID is
      *          unsettled again; STATUS-CODE-N = 0 (also when there
      *          was nothing to release)

           IF Q-EMP-ID OF SUBHOL-SVC-REQ = 0
                   OR Q-PAY-ID OF SUBHOL-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF SUBHOL-SVC-RES
               MOVE 'Q-EMP-ID and Q-PAY-ID are required'
                   TO STATUS-MSG OF SUBHOL-SVC-RES
               EXIT PARAGRAPH
           END-IF

           OPEN I-O SUBHOL-FILE
           IF FILE-NOT-FOUND
               MOVE 0 TO STATUS-CODE-N OF SUBHOL-SVC-RES
               MOVE 'No rest-day exchanges on file'
                   TO STATUS-MSG OF SUBHOL-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF SUBHOL-SVC-RES
               MOVE 'Cannot open rest-day exchange file'
                   TO STATUS-MSG OF SUBHOL-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-RELEASED-COUNT
           MOVE Q-EMP-ID OF SUBHOL-SVC-REQ TO WS-EMP-ID-STR
           MOVE WS-EMP-ID-STR TO SHL-REC-KEY1
           MOVE LOW-VALUES TO SHL-REC-KEY2
           SET SCAN-NOT-DONE TO TRUE
           START SUBHOL-FILE KEY IS NOT LESS THAN SHL-REC-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START

           PERFORM UNTIL SCAN-DONE
               READ SUBHOL-FILE NEXT RECORD
                   AT END
                       SET SCAN-DONE TO TRUE
                   NOT AT END
                       IF SHL-REC-KEY1 NOT = WS-EMP-ID-STR
                           SET SCAN-DONE TO TRUE
                       ELSE
                           PERFORM RELEASE-ONE-SUBHOL
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SUBHOL-FILE

           MOVE 0 TO STATUS-CODE-N OF SUBHOL-SVC-RES
           MOVE 'Rest-day settlements released'
               TO STATUS-MSG OF SUBHOL-SVC-RES
           .

       RELEASE-ONE-SUBHOL.
           MOVE SUBHOL-RECORD TO WS-TEMP-SUBHOL
           IF PAID-PAY-ID OF WS-TEMP-SUBHOL
                   NOT = Q-PAY-ID OF SUBHOL-SVC-REQ
               EXIT PARAGRAPH
           END-IF

           SET PREMIUM-NOT-PAID OF WS-TEMP-SUBHOL TO TRUE
           MOVE 0 TO PAID-PAY-ID OF WS-TEMP-SUBHOL
           MOVE 0 TO PAID-AMOUNT OF WS-TEMP-SUBHOL
           MOVE 0 TO PAID-RATE-PCT OF WS-TEMP-SUBHOL
           ADD 1 TO REC-VERSION OF WS-TEMP-SUBHOL
           MOVE USER-ID OF SUBHOL-SVC-REQ(1:8)
               TO MODIFIED-BY OF WS-TEMP-SUBHOL
           MOVE WS-CURRENT-TIMESTAMP TO MODIFIED-AT OF WS-TEMP-SUBHOL
           MOVE WS-TEMP-SUBHOL TO SUBHOL-RECORD
           REWRITE SUBHOL-RECORD
           IF FILE-OK
               ADD 1 TO WS-RELEASED-COUNT
           END-IF
           .

       OPEN-SUBHOL-FILE-IO.
      *    Pre: None
      *    Post: SUBHOL-FILE open I-O (created first if it didn't
      *          exist), STATUS-CODE-N set

           OPEN I-O SUBHOL-FILE

           IF FILE-NOT-FOUND
      *        Create new file
               OPEN OUTPUT SUBHOL-FILE
               CLOSE SUBHOL-FILE
               OPEN I-O SUBHOL-FILE
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF SUBHOL-SVC-RES
               MOVE 'Cannot open rest-day exchange file'
                   TO STATUS-MSG OF SUBHOL-SVC-RES
           ELSE
               MOVE 0 TO STATUS-CODE-N OF SUBHOL-SVC-RES
           END-IF
           .

       END PROGRAM SUBHOL-SVC.
