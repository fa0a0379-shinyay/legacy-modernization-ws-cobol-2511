       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPAT-SVC.
      ******************************************************************
      * EXPAT-SVC - Overseas Assignment Service
      * Purpose: Keeps the overseas assignments of employees sent
      *          abroad - host country, departure and return, and
      *          the tax residency that follows from them. A stay
      *          planned at a year or more makes the employee a
      *          non-resident from the departure; one extended past
      *          a year turns non-resident the day the extension is
      *          recorded; the return makes them a resident again.
      *          CALCULATE-PAYROLL asks FIND for the residency on
      *          each PAY-DATE, YEARADJ on 31 December, and EXPATRPT
      *          lists the assignments for the equalization
      *          statement.
      * Operations: ADD, FIND, RETURN, LIST
      * Pre: Valid request with OP-CODE, USER-ID, CORR-ID
      * Post: Response with STATUS-CODE-N and STATUS-MSG
      * Note: EXPAT-FILE is owned by this service directly, the way
      *       SCND-SVC owns secondment.dat - keyed on EMP-ID +
      *       DEPART-DATE, so an employee's assignments read
      *       together, oldest first.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPAT-FILE ASSIGN TO 'hr-cobol/data/expat.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXP-REC-KEY
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * EXP-REC-KEY is EMP-ID + DEPART-DATE (positions 12-28 of the
      * 200-byte record).
       FD  EXPAT-FILE.
       01  EXPAT-RECORD.
           05  FILLER               PIC X(11).
           05  EXP-REC-KEY          PIC X(17).
           05  FILLER               PIC X(172).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'EXPAT-SVC'.
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

       01  WS-TEMP-EXPAT.
           COPY expat REPLACING ==05== BY ==10==.
       01  WS-PRIOR-EXPAT.
           COPY expat REPLACING ==05== BY ==10==.

       01  WS-KEY-BUILD.
           05  WS-KEY-EMP-ID       PIC 9(9).
           05  WS-KEY-DEPART-DATE  PIC 9(8).

       01  WS-RECORD-EXISTS-SW     PIC X.
           88  EXPAT-EXISTS            VALUE 'Y'.
           88  EXPAT-NEW               VALUE 'N'.
       01  WS-FOUND-SW             PIC X.
           88  EXPAT-FOUND             VALUE 'Y'.
           88  EXPAT-NOT-FOUND         VALUE 'N'.
       01  WS-SCAN-SW              PIC X.
           88  SCAN-MORE               VALUE 'Y'.
           88  SCAN-DONE               VALUE 'N'.

      * A stay of a year or more - the planned return on or after
      * the departure's anniversary
       01  WS-ANNIVERSARY          PIC 9(8).
       01  WS-STAY-END             PIC 9(8).

      * Working storage for EMP-SVC calls - only an employee on
      * file can be posted abroad
           COPY emp-req.
           COPY emp-res.

      * Working storage for AUDIT-LOG calls
       01  WS-AUDIT-REC.
           COPY audit.

       LINKAGE SECTION.
           COPY expt-req.
           COPY expt-res.

       PROCEDURE DIVISION USING EXPAT-SVC-REQ EXPAT-SVC-RES.

       MAIN-PROCESS.
      *    Initialize response
           INITIALIZE EXPAT-SVC-RES
           MOVE CORR-ID OF EXPAT-SVC-REQ
               TO CORR-ID OF EXPAT-SVC-RES

      *    Get current date and timestamp
           ACCEPT WS-DATE-1 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-DATE-1 WS-CURRENT-TIME
               DELIMITED BY SIZE
               INTO WS-CURRENT-TIMESTAMP

      *    Route to operation
           EVALUATE TRUE
               WHEN OP-ADD OF EXPAT-SVC-REQ
                   PERFORM ADD-ASSIGNMENT
               WHEN OP-FIND OF EXPAT-SVC-REQ
                   PERFORM FIND-ASSIGNMENT
               WHEN OP-RETURN OF EXPAT-SVC-REQ
                   PERFORM RETURN-ASSIGNMENT
               WHEN OP-LIST OF EXPAT-SVC-REQ
                   PERFORM LIST-ASSIGNMENTS
               WHEN OTHER
                   MOVE 422 TO STATUS-CODE-N OF EXPAT-SVC-RES
                   MOVE 'Invalid operation code'
                       TO STATUS-MSG OF EXPAT-SVC-RES
           END-EVALUATE

           GOBACK
           .

       ADD-ASSIGNMENT.
      *    Pre: IN-EXPAT populated with EMP-ID, DEPART-DATE, the host
      *         country and currency, PLANNED-RETURN (zero when not
      *         known), JAPAN-DUTY-PCT and EQUALIZATION; TAX-STATUS
      *         blank to derive it from the planned stay
      *    Post: Record written (or replaced - created stamps kept)

           PERFORM VALIDATE-ASSIGNMENT
           IF NOT OK OF EXPAT-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-EXPAT-FILE-IO
           IF NOT OK OF EXPAT-SVC-RES
               EXIT PARAGRAPH
           END-IF

           SET EXPAT-NEW TO TRUE
           MOVE EMP-ID OF IN-EXPAT OF EXPAT-SVC-REQ TO WS-KEY-EMP-ID
           MOVE DEPART-DATE OF IN-EXPAT OF EXPAT-SVC-REQ
               TO WS-KEY-DEPART-DATE
           MOVE WS-KEY-BUILD TO EXP-REC-KEY
           READ EXPAT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET EXPAT-EXISTS TO TRUE
                   MOVE EXPAT-RECORD TO WS-PRIOR-EXPAT
           END-READ

           MOVE IN-EXPAT OF EXPAT-SVC-REQ TO WS-TEMP-EXPAT
           MOVE 1 TO RECORD-VERSION OF WS-TEMP-EXPAT
           IF EXPAT-EXISTS
               MOVE RETURN-DATE OF WS-PRIOR-EXPAT
                   TO RETURN-DATE OF WS-TEMP-EXPAT
           ELSE
               MOVE 0 TO RETURN-DATE OF WS-TEMP-EXPAT
           END-IF

           PERFORM DERIVE-TAX-STATUS

           IF RETURN-DATE OF WS-TEMP-EXPAT = 0
               SET EXP-ACTIVE OF WS-TEMP-EXPAT TO TRUE
           ELSE
               SET EXP-RETURNED OF WS-TEMP-EXPAT TO TRUE
           END-IF

           IF EXPAT-EXISTS
               COMPUTE REC-VERSION OF WS-TEMP-EXPAT =
                   REC-VERSION OF WS-PRIOR-EXPAT + 1
               MOVE CREATED-BY OF WS-PRIOR-EXPAT
                   TO CREATED-BY OF WS-TEMP-EXPAT
               MOVE CREATED-AT OF WS-PRIOR-EXPAT
                   TO CREATED-AT OF WS-TEMP-EXPAT
               MOVE USER-ID OF EXPAT-SVC-REQ(1:8)
                   TO MODIFIED-BY OF WS-TEMP-EXPAT
               MOVE WS-CURRENT-TIMESTAMP
                   TO MODIFIED-AT OF WS-TEMP-EXPAT
           ELSE
               MOVE 1 TO REC-VERSION OF WS-TEMP-EXPAT
               MOVE USER-ID OF EXPAT-SVC-REQ(1:8)
                   TO CREATED-BY OF WS-TEMP-EXPAT
               MOVE WS-CURRENT-TIMESTAMP
                   TO CREATED-AT OF WS-TEMP-EXPAT
               MOVE SPACES TO MODIFIED-BY OF WS-TEMP-EXPAT
               MOVE 0 TO MODIFIED-AT OF WS-TEMP-EXPAT
           END-IF

           MOVE WS-TEMP-EXPAT TO EXPAT-RECORD
           IF EXPAT-EXISTS
               REWRITE EXPAT-RECORD
           ELSE
               WRITE EXPAT-RECORD
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF EXPAT-SVC-RES
               MOVE 'Failed to write assignment record'
                   TO STATUS-MSG OF EXPAT-SVC-RES
               CLOSE EXPAT-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE EXPAT-FILE

           INITIALIZE WS-AUDIT-REC
           MOVE 'EXPAT-SET' TO ACTION OF WS-AUDIT-REC
           MOVE 'EXP' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE EMP-ID OF WS-TEMP-EXPAT
               TO ENTITY-ID OF WS-AUDIT-REC
           MOVE USER-ID OF EXPAT-SVC-REQ
               TO USER-ID OF WS-AUDIT-REC
           MOVE CORR-ID OF EXPAT-SVC-REQ
               TO CORR-ID OF WS-AUDIT-REC
           IF EXPAT-EXISTS
               MOVE WS-PRIOR-EXPAT TO BEFORE-VALUE OF WS-AUDIT-REC
           END-IF
           MOVE WS-TEMP-EXPAT TO AFTER-VALUE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC

           MOVE 0 TO STATUS-CODE-N OF EXPAT-SVC-RES
           IF TAX-NONRESIDENT OF WS-TEMP-EXPAT
               MOVE 'Assignment recorded - non-resident for tax'
                   TO STATUS-MSG OF EXPAT-SVC-RES
           ELSE
               MOVE 'Assignment recorded - resident for tax'
                   TO STATUS-MSG OF EXPAT-SVC-RES
           END-IF
           MOVE WS-TEMP-EXPAT TO OUT-EXPAT OF EXPAT-SVC-RES
           .

      * VALIDATE-ASSIGNMENT: The employee must be on file, the host
      * country and currency named, the dates real and in order
      * (an unknown return is OPEN-ENDED-DATE), the Japan duty share
      * no more than the whole pay, and the equalization flag Y/N.
       VALIDATE-ASSIGNMENT.
           MOVE 0 TO STATUS-CODE-N OF EXPAT-SVC-RES

           IF EMP-ID OF IN-EXPAT OF EXPAT-SVC-REQ = 0
                   OR HOST-COUNTRY OF IN-EXPAT OF EXPAT-SVC-REQ
                       = SPACES
                   OR HOST-CURRENCY OF IN-EXPAT OF EXPAT-SVC-REQ
                       = SPACES
               MOVE 422 TO STATUS-CODE-N OF EXPAT-SVC-RES
               MOVE 'EMP-ID, HOST-COUNTRY and HOST-CURRENCY required'
                   TO STATUS-MSG OF EXPAT-SVC-RES
               EXIT PARAGRAPH
           END-IF

           INITIALIZE EMP-SVC-REQ
           INITIALIZE EMP-SVC-RES
           MOVE 'F' TO OP-CODE OF EMP-SVC-REQ
           MOVE USER-ID OF EXPAT-SVC-REQ TO USER-ID OF EMP-SVC-REQ
           MOVE CORR-ID OF EXPAT-SVC-REQ TO CORR-ID OF EMP-SVC-REQ
           MOVE EMP-ID OF IN-EXPAT OF EXPAT-SVC-REQ
               TO Q-EMP-ID OF EMP-SVC-REQ
           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES
           IF NOT OK OF EMP-SVC-RES
               MOVE 404 TO STATUS-CODE-N OF EXPAT-SVC-RES
               MOVE 'Employee not found'
                   TO STATUS-MSG OF EXPAT-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE 'V ' TO WS-DATE-OPERATION
           MOVE DEPART-DATE OF IN-EXPAT OF EXPAT-SVC-REQ
               TO WS-DATE-UTIL-D1
           CALL 'DATE-UTIL' USING WS-DATE-OPERATION
                                  WS-DATE-UTIL-D1
                                  WS-DATE-UTIL-D2
                                  WS-DATE-UTIL-RESULT
                                  WS-DATE-UTIL-STATUS
           IF WS-DATE-UTIL-STATUS NOT = 0
               MOVE 422 TO STATUS-CODE-N OF EXPAT-SVC-RES
               MOVE 'DEPART-DATE is not a valid YYYYMMDD date'
                   TO STATUS-MSG OF EXPAT-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF PLANNED-RETURN OF IN-EXPAT OF EXPAT-SVC-REQ = 0
               MOVE OPEN-ENDED-DATE
                   TO PLANNED-RETURN OF IN-EXPAT OF EXPAT-SVC-REQ
           END-IF
           IF PLANNED-RETURN OF IN-EXPAT OF EXPAT-SVC-REQ
                   NOT > DEPART-DATE OF IN-EXPAT OF EXPAT-SVC-REQ
               MOVE 422 TO STATUS-CODE-N OF EXPAT-SVC-RES
               MOVE 'PLANNED-RETURN must be after DEPART-DATE'
                   TO STATUS-MSG OF EXPAT-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF JAPAN-DUTY-PCT OF IN-EXPAT OF EXPAT-SVC-REQ > 100
               MOVE 422 TO STATUS-CODE-N OF EXPAT-SVC-RES
               MOVE 'JAPAN-DUTY-PCT cannot exceed 100'
                   TO STATUS-MSG OF EXPAT-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF EQUALIZATION OF IN-EXPAT OF EXPAT-SVC-REQ = SPACE
               SET EQUALIZATION-OFF OF IN-EXPAT OF EXPAT-SVC-REQ
                   TO TRUE
           END-IF
           IF NOT EQUALIZATION-ON OF IN-EXPAT OF EXPAT-SVC-REQ
                   AND NOT EQUALIZATION-OFF
                       OF IN-EXPAT OF EXPAT-SVC-REQ
               MOVE 422 TO STATUS-CODE-N OF EXPAT-SVC-RES
               MOVE 'EQUALIZATION must be Y or N'
                   TO STATUS-MSG OF EXPAT-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF TAX-STATUS OF IN-EXPAT OF EXPAT-SVC-REQ NOT = SPACE
                   AND NOT TAX-RESIDENT OF IN-EXPAT OF EXPAT-SVC-REQ
                   AND NOT TAX-NONRESIDENT
                       OF IN-EXPAT OF EXPAT-SVC-REQ
               MOVE 422 TO STATUS-CODE-N OF EXPAT-SVC-RES
               MOVE 'TAX-STATUS must be R, N or blank'
                   TO STATUS-MSG OF EXPAT-SVC-RES
           END-IF
           .

      * DERIVE-TAX-STATUS: A blank TAX-STATUS follows the planned
      * stay - a year or more is non-resident. Non-residency runs
      * from the departure when known at posting; an assignment
      * first posted as a shorter stay and now extended past a
      * year turns non-resident from today, the day the extension
      * is recorded. A keyed NONRES-FROM always wins.
       DERIVE-TAX-STATUS.
           IF TAX-STATUS OF WS-TEMP-EXPAT = SPACE
               COMPUTE WS-ANNIVERSARY =
                   DEPART-DATE OF WS-TEMP-EXPAT + 10000
               MOVE PLANNED-RETURN OF WS-TEMP-EXPAT TO WS-STAY-END
               IF RETURN-DATE OF WS-TEMP-EXPAT NOT = 0
                   MOVE RETURN-DATE OF WS-TEMP-EXPAT TO WS-STAY-END
               END-IF
               IF WS-STAY-END >= WS-ANNIVERSARY
                   SET TAX-NONRESIDENT OF WS-TEMP-EXPAT TO TRUE
               ELSE
                   SET TAX-RESIDENT OF WS-TEMP-EXPAT TO TRUE
               END-IF
           END-IF

           IF TAX-RESIDENT OF WS-TEMP-EXPAT
               MOVE 0 TO NONRES-FROM OF WS-TEMP-EXPAT
               EXIT PARAGRAPH
           END-IF

           IF NONRES-FROM OF WS-TEMP-EXPAT NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE DEPART-DATE OF WS-TEMP-EXPAT
               TO NONRES-FROM OF WS-TEMP-EXPAT
           IF EXPAT-EXISTS
               IF TAX-NONRESIDENT OF WS-PRIOR-EXPAT
                   MOVE NONRES-FROM OF WS-PRIOR-EXPAT
                       TO NONRES-FROM OF WS-TEMP-EXPAT
               ELSE
                   IF WS-DATE-1 > DEPART-DATE OF WS-TEMP-EXPAT
                       MOVE WS-DATE-1
                           TO NONRES-FROM OF WS-TEMP-EXPAT
                   END-IF
               END-IF
           END-IF
           .

       FIND-ASSIGNMENT.
      *    Pre: Q-EMP-ID, and Q-AS-OF-DATE (zero for today)
      *    Post: OUT-EXPAT is the assignment covering the date -
      *          departed on or before it and not yet back - with
      *          RESIDENCY-ON-DATE; 404 when the employee is at home

           IF Q-EMP-ID OF EXPAT-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF EXPAT-SVC-RES
               MOVE 'Q-EMP-ID is required'
                   TO STATUS-MSG OF EXPAT-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF Q-AS-OF-DATE OF EXPAT-SVC-REQ = 0
               MOVE WS-DATE-1 TO Q-AS-OF-DATE OF EXPAT-SVC-REQ
           END-IF

           OPEN INPUT EXPAT-FILE
           IF FILE-NOT-FOUND
               MOVE 404 TO STATUS-CODE-N OF EXPAT-SVC-RES
               MOVE 'No overseas assignment on the date'
                   TO STATUS-MSG OF EXPAT-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF EXPAT-SVC-RES
               MOVE 'Cannot open assignment file'
                   TO STATUS-MSG OF EXPAT-SVC-RES
               EXIT PARAGRAPH
           END-IF

           SET EXPAT-NOT-FOUND TO TRUE
           MOVE Q-EMP-ID OF EXPAT-SVC-REQ TO WS-KEY-EMP-ID
           MOVE 0 TO WS-KEY-DEPART-DATE
           MOVE WS-KEY-BUILD TO EXP-REC-KEY
           SET SCAN-MORE TO TRUE
           START EXPAT-FILE KEY IS GREATER THAN EXP-REC-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START
           PERFORM SCAN-FOR-COVERING-ASSIGNMENT UNTIL SCAN-DONE

           CLOSE EXPAT-FILE

           IF EXPAT-NOT-FOUND
               MOVE 404 TO STATUS-CODE-N OF EXPAT-SVC-RES
               MOVE 'No overseas assignment on the date'
                   TO STATUS-MSG OF EXPAT-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TEMP-EXPAT TO OUT-EXPAT OF EXPAT-SVC-RES
           SET RESIDENT-ON-DATE OF EXPAT-SVC-RES TO TRUE
           IF TAX-NONRESIDENT OF WS-TEMP-EXPAT
                   AND Q-AS-OF-DATE OF EXPAT-SVC-REQ
                       >= NONRES-FROM OF WS-TEMP-EXPAT
               SET NONRESIDENT-ON-DATE OF EXPAT-SVC-RES TO TRUE
           END-IF
           MOVE 0 TO STATUS-CODE-N OF EXPAT-SVC-RES
           MOVE 'Overseas assignment answered'
               TO STATUS-MSG OF EXPAT-SVC-RES
           .

      * SCAN-FOR-COVERING-ASSIGNMENT: One step through Q-EMP-ID's
      * assignments in departure order, stopping at the first that
      * covers Q-AS-OF-DATE or once the departures pass it.
       SCAN-FOR-COVERING-ASSIGNMENT.
           READ EXPAT-FILE NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
                   EXIT PARAGRAPH
           END-READ

           MOVE EXPAT-RECORD TO WS-TEMP-EXPAT
           IF EMP-ID OF WS-TEMP-EXPAT NOT = Q-EMP-ID OF EXPAT-SVC-REQ
                   OR DEPART-DATE OF WS-TEMP-EXPAT
                       > Q-AS-OF-DATE OF EXPAT-SVC-REQ
               SET SCAN-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF RETURN-DATE OF WS-TEMP-EXPAT = 0
                   OR RETURN-DATE OF WS-TEMP-EXPAT
                       > Q-AS-OF-DATE OF EXPAT-SVC-REQ
               SET EXPAT-FOUND TO TRUE
               SET SCAN-DONE TO TRUE
           END-IF
           .

       RETURN-ASSIGNMENT.
      *    Pre: Q-EMP-ID, Q-DEPART-DATE and Q-RETURN-DATE (the first
      *         day back in Japan)
      *    Post: RETURN-DATE set and the assignment marked returned
      *          - the employee is a resident again from that day

           MOVE 'V ' TO WS-DATE-OPERATION
           MOVE Q-RETURN-DATE OF EXPAT-SVC-REQ TO WS-DATE-UTIL-D1
           CALL 'DATE-UTIL' USING WS-DATE-OPERATION
                                  WS-DATE-UTIL-D1
                                  WS-DATE-UTIL-D2
                                  WS-DATE-UTIL-RESULT
                                  WS-DATE-UTIL-STATUS
           IF WS-DATE-UTIL-STATUS NOT = 0
               MOVE 422 TO STATUS-CODE-N OF EXPAT-SVC-RES
               MOVE 'Q-RETURN-DATE is not a valid YYYYMMDD date'
                   TO STATUS-MSG OF EXPAT-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-EXPAT-FILE-IO
           IF NOT OK OF EXPAT-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-EMP-ID OF EXPAT-SVC-REQ TO WS-KEY-EMP-ID
           MOVE Q-DEPART-DATE OF EXPAT-SVC-REQ TO WS-KEY-DEPART-DATE
           MOVE WS-KEY-BUILD TO EXP-REC-KEY
           READ EXPAT-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF EXPAT-SVC-RES
                   MOVE 'No such overseas assignment'
                       TO STATUS-MSG OF EXPAT-SVC-RES
                   CLOSE EXPAT-FILE
                   EXIT PARAGRAPH
           END-READ

           MOVE EXPAT-RECORD TO WS-TEMP-EXPAT
           MOVE WS-TEMP-EXPAT TO WS-PRIOR-EXPAT
           IF Q-RETURN-DATE OF EXPAT-SVC-REQ
                   NOT > DEPART-DATE OF WS-TEMP-EXPAT
               MOVE 422 TO STATUS-CODE-N OF EXPAT-SVC-RES
               MOVE 'Return date must be after the departure'
                   TO STATUS-MSG OF EXPAT-SVC-RES
               CLOSE EXPAT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE Q-RETURN-DATE OF EXPAT-SVC-REQ
               TO RETURN-DATE OF WS-TEMP-EXPAT
           SET EXP-RETURNED OF WS-TEMP-EXPAT TO TRUE
           ADD 1 TO REC-VERSION OF WS-TEMP-EXPAT
           MOVE USER-ID OF EXPAT-SVC-REQ(1:8)
               TO MODIFIED-BY OF WS-TEMP-EXPAT
           MOVE WS-CURRENT-TIMESTAMP
               TO MODIFIED-AT OF WS-TEMP-EXPAT

           MOVE WS-TEMP-EXPAT TO EXPAT-RECORD
           REWRITE EXPAT-RECORD

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF EXPAT-SVC-RES
               MOVE 'Failed to record the return'
                   TO STATUS-MSG OF EXPAT-SVC-RES
               CLOSE EXPAT-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE EXPAT-FILE

           INITIALIZE WS-AUDIT-REC
           MOVE 'EXPAT-RET' TO ACTION OF WS-AUDIT-REC
           MOVE 'EXP' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE Q-EMP-ID OF EXPAT-SVC-REQ
               TO ENTITY-ID OF WS-AUDIT-REC
           MOVE USER-ID OF EXPAT-SVC-REQ
               TO USER-ID OF WS-AUDIT-REC
           MOVE CORR-ID OF EXPAT-SVC-REQ
               TO CORR-ID OF WS-AUDIT-REC
           MOVE WS-PRIOR-EXPAT TO BEFORE-VALUE OF WS-AUDIT-REC
           MOVE WS-TEMP-EXPAT TO AFTER-VALUE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC

           MOVE 0 TO STATUS-CODE-N OF EXPAT-SVC-RES
           MOVE 'Return recorded - resident for tax from that day'
               TO STATUS-MSG OF EXPAT-SVC-RES
           MOVE WS-TEMP-EXPAT TO OUT-EXPAT OF EXPAT-SVC-RES
           .

       LIST-ASSIGNMENTS.
      *    Pre: Q-EMP-ID/Q-DEPART-DATE of the last assignment
      *         returned (zeros to start)
      *    Post: OUT-EXPAT is the next assignment; 404 past the end

           OPEN INPUT EXPAT-FILE
           IF FILE-NOT-FOUND
               MOVE 404 TO STATUS-CODE-N OF EXPAT-SVC-RES
               MOVE 'No further overseas assignments'
                   TO STATUS-MSG OF EXPAT-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF EXPAT-SVC-RES
               MOVE 'Cannot open assignment file'
                   TO STATUS-MSG OF EXPAT-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-EMP-ID OF EXPAT-SVC-REQ TO WS-KEY-EMP-ID
           MOVE Q-DEPART-DATE OF EXPAT-SVC-REQ TO WS-KEY-DEPART-DATE
           MOVE WS-KEY-BUILD TO EXP-REC-KEY
           SET EXPAT-NOT-FOUND TO TRUE

           START EXPAT-FILE KEY IS GREATER THAN EXP-REC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ EXPAT-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE EXPAT-RECORD TO WS-TEMP-EXPAT
                           SET EXPAT-FOUND TO TRUE
                   END-READ
           END-START

           CLOSE EXPAT-FILE

           IF EXPAT-FOUND
               MOVE WS-TEMP-EXPAT TO OUT-EXPAT OF EXPAT-SVC-RES
               MOVE 0 TO STATUS-CODE-N OF EXPAT-SVC-RES
               MOVE 'Overseas assignment found'
                   TO STATUS-MSG OF EXPAT-SVC-RES
           ELSE
               MOVE 404 TO STATUS-CODE-N OF EXPAT-SVC-RES
               MOVE 'No further overseas assignments'
                   TO STATUS-MSG OF EXPAT-SVC-RES
           END-IF
           .

       OPEN-EXPAT-FILE-IO.
      *    Pre: None
      *    Post: EXPAT-FILE open I-O (created first if it didn't
      *          exist), STATUS-CODE-N set

           OPEN I-O EXPAT-FILE

           IF FILE-NOT-FOUND
      *        Create new file
               OPEN OUTPUT EXPAT-FILE
               CLOSE EXPAT-FILE
               OPEN I-O EXPAT-FILE
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF EXPAT-SVC-RES
               MOVE 'Cannot open assignment file'
                   TO STATUS-MSG OF EXPAT-SVC-RES
           ELSE
               MOVE 0 TO STATUS-CODE-N OF EXPAT-SVC-RES
           END-IF
           .

       END PROGRAM EXPAT-SVC.
