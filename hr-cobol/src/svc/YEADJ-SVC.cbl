       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEADJ-SVC.
      ******************************************************************
      * YEADJ-SVC - Year-End Tax Adjustment Service
      * Purpose: The per-employee per-tax-year year-end adjustment
      *          record. DECLARE keeps the employee's declarations
      *          (the computed side is left alone, but a changed
      *          declaration sends the record back to be recomputed);
      *          FIND answers the record; RECORD-RESULT stores the
      *          annual tax YEARADJ worked out; BOOK stamps the
      *          regular-run payroll that took the refund or extra
      *          collection line, and RELEASE hands it back when that
      *          payroll is voided, so the replacement calculation
      *          books it again.
      * Operations: DECLARE, FIND, RECORD-RESULT, BOOK, RELEASE
      * Pre: Valid request with OP-CODE, USER-ID, CORR-ID
      * Post: Response with STATUS-CODE-N and STATUS-MSG
      * Note: YEADJ-FILE is owned by this service directly, the way
      *       RESTAX-SVC owns restax.dat - keyed on EMP-ID +
      *       TAX-YEAR. Once booked the record is frozen: DECLARE and
      *       RECORD-RESULT refuse (409) until the payroll that took
      *       it is voided.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YEADJ-FILE ASSIGN TO 'hr-cobol/data/yeadj.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YEA-REC-KEY SOURCE IS YEA-REC-KEY1
                   YEA-REC-KEY2
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * YEA-REC-KEY is a split key over EMP-ID and TAX-YEAR
      * (positions 12-20 and 21-24 of the 400-byte record).
       FD  YEADJ-FILE.
       01  YEADJ-RECORD.
           05  FILLER               PIC X(11).
           05  YEA-REC-KEY1         PIC X(9).
           05  YEA-REC-KEY2         PIC X(4).
           05  FILLER               PIC X(376).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'YEADJ-SVC'.
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

       01  WS-TEMP-YEADJ.
           COPY yeadj REPLACING ==05== BY ==10==.

       01  WS-EMP-ID-STR           PIC X(9).
       01  WS-YEAR-STR             PIC X(4).
       01  WS-RECORD-EXISTS-SW     PIC X.
           88  YEADJ-EXISTS            VALUE 'Y'.
           88  YEADJ-NEW               VALUE 'N'.

       LINKAGE SECTION.
           COPY yeadj-req.
           COPY yeadj-res.

       PROCEDURE DIVISION USING YEADJ-SVC-REQ YEADJ-SVC-RES.

       MAIN-PROCESS.
      *    Initialize response
           INITIALIZE YEADJ-SVC-RES
           MOVE CORR-ID OF YEADJ-SVC-REQ
               TO CORR-ID OF YEADJ-SVC-RES

      *    Get current date and timestamp
           ACCEPT WS-DATE-1 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-DATE-1 WS-CURRENT-TIME
               DELIMITED BY SIZE
               INTO WS-CURRENT-TIMESTAMP

      *    Every operation names one employee-year
           IF OP-DECLARE OF YEADJ-SVC-REQ
                   OR OP-RECORD-RESULT OF YEADJ-SVC-REQ
               MOVE EMP-ID OF IN-YEADJ OF YEADJ-SVC-REQ
                   TO Q-EMP-ID OF YEADJ-SVC-REQ
               MOVE TAX-YEAR OF IN-YEADJ OF YEADJ-SVC-REQ
                   TO Q-TAX-YEAR OF YEADJ-SVC-REQ
           END-IF

           IF Q-EMP-ID OF YEADJ-SVC-REQ = 0
                   OR Q-TAX-YEAR OF YEADJ-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF YEADJ-SVC-RES
               MOVE 'EMP-ID and TAX-YEAR are required'
                   TO STATUS-MSG OF YEADJ-SVC-RES
               GOBACK
           END-IF

      *    Route to operation
           EVALUATE TRUE
               WHEN OP-DECLARE OF YEADJ-SVC-REQ
                   PERFORM DECLARE-YEADJ
               WHEN OP-FIND OF YEADJ-SVC-REQ
                   PERFORM FIND-YEADJ
               WHEN OP-RECORD-RESULT OF YEADJ-SVC-REQ
                   PERFORM RECORD-YEADJ-RESULT
               WHEN OP-BOOK OF YEADJ-SVC-REQ
                   PERFORM BOOK-YEADJ
               WHEN OP-RELEASE OF YEADJ-SVC-REQ
                   PERFORM RELEASE-YEADJ
               WHEN OTHER
                   MOVE 422 TO STATUS-CODE-N OF YEADJ-SVC-RES
                   MOVE 'Invalid operation code'
                       TO STATUS-MSG OF YEADJ-SVC-RES
           END-EVALUATE

           GOBACK
           .

       DECLARE-YEADJ.
      *    Pre: IN-YEADJ populated with EMP-ID, TAX-YEAR and the
      *         declaration fields
      *    Post: Declarations written; an existing record keeps its
      *          creation stamp but drops back to DECLARED so the
      *          next YEARADJ run recomputes it

           PERFORM OPEN-YEADJ-FILE-IO
           IF NOT OK OF YEADJ-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-YEADJ-FOR-UPDATE

           IF YEADJ-EXISTS AND ADJ-BOOKED OF WS-TEMP-YEADJ
               MOVE 409 TO STATUS-CODE-N OF YEADJ-SVC-RES
               MOVE 'Adjustment already booked - void the payroll'
                   TO STATUS-MSG OF YEADJ-SVC-RES
               CLOSE YEADJ-FILE
               EXIT PARAGRAPH
           END-IF

           IF YEADJ-NEW
               INITIALIZE WS-TEMP-YEADJ
               MOVE Q-EMP-ID OF YEADJ-SVC-REQ
                   TO EMP-ID OF WS-TEMP-YEADJ
               MOVE Q-TAX-YEAR OF YEADJ-SVC-REQ
                   TO TAX-YEAR OF WS-TEMP-YEADJ
               MOVE 1 TO RECORD-VERSION OF WS-TEMP-YEADJ
               MOVE 0 TO REC-VERSION OF WS-TEMP-YEADJ
               MOVE USER-ID OF YEADJ-SVC-REQ
                   TO CREATED-BY OF WS-TEMP-YEADJ
               MOVE WS-CURRENT-TIMESTAMP
                   TO CREATED-AT OF WS-TEMP-YEADJ
           END-IF

           MOVE LIFE-INS-GENERAL OF IN-YEADJ OF YEADJ-SVC-REQ
               TO LIFE-INS-GENERAL OF WS-TEMP-YEADJ
           MOVE LIFE-INS-MEDICAL OF IN-YEADJ OF YEADJ-SVC-REQ
               TO LIFE-INS-MEDICAL OF WS-TEMP-YEADJ
           MOVE LIFE-INS-PENSION OF IN-YEADJ OF YEADJ-SVC-REQ
               TO LIFE-INS-PENSION OF WS-TEMP-YEADJ
           MOVE EARTHQUAKE-PREMIUM OF IN-YEADJ OF YEADJ-SVC-REQ
               TO EARTHQUAKE-PREMIUM OF WS-TEMP-YEADJ
           MOVE SPOUSE-DEDUCTION OF IN-YEADJ OF YEADJ-SVC-REQ
               TO SPOUSE-DEDUCTION OF WS-TEMP-YEADJ
           MOVE BASIC-DEDUCTION OF IN-YEADJ OF YEADJ-SVC-REQ
               TO BASIC-DEDUCTION OF WS-TEMP-YEADJ
           MOVE HOUSING-LOAN-CREDIT OF IN-YEADJ OF YEADJ-SVC-REQ
               TO HOUSING-LOAN-CREDIT OF WS-TEMP-YEADJ
           MOVE PRIOR-EMP-PAY OF IN-YEADJ OF YEADJ-SVC-REQ
               TO PRIOR-EMP-PAY OF WS-TEMP-YEADJ
           MOVE PRIOR-EMP-SI OF IN-YEADJ OF YEADJ-SVC-REQ
               TO PRIOR-EMP-SI OF WS-TEMP-YEADJ
           MOVE PRIOR-EMP-TAX OF IN-YEADJ OF YEADJ-SVC-REQ
               TO PRIOR-EMP-TAX OF WS-TEMP-YEADJ

           SET ADJ-DECLARED OF WS-TEMP-YEADJ TO TRUE
           MOVE 'Declarations recorded' TO STATUS-MSG OF YEADJ-SVC-RES
           PERFORM WRITE-YEADJ-RECORD
           .

       FIND-YEADJ.
      *    Pre: Q-EMP-ID and Q-TAX-YEAR populated
      *    Post: OUT-YEADJ carries the record; 404 when the employee
      *          has nothing on file for the year

           OPEN INPUT YEADJ-FILE

           IF FILE-NOT-FOUND
               MOVE 404 TO STATUS-CODE-N OF YEADJ-SVC-RES
               MOVE 'No year-end adjustment records on file'
                   TO STATUS-MSG OF YEADJ-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF YEADJ-SVC-RES
               MOVE 'Cannot open year-end adjustment file'
                   TO STATUS-MSG OF YEADJ-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-EMP-ID OF YEADJ-SVC-REQ TO WS-EMP-ID-STR
           MOVE Q-TAX-YEAR OF YEADJ-SVC-REQ TO WS-YEAR-STR
           MOVE WS-EMP-ID-STR TO YEA-REC-KEY1
           MOVE WS-YEAR-STR TO YEA-REC-KEY2
           READ YEADJ-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF YEADJ-SVC-RES
                   MOVE 'No year-end adjustment for the year'
                       TO STATUS-MSG OF YEADJ-SVC-RES
               NOT INVALID KEY
                   MOVE YEADJ-RECORD TO WS-TEMP-YEADJ
                   MOVE WS-TEMP-YEADJ TO OUT-YEADJ OF YEADJ-SVC-RES
                   MOVE 0 TO STATUS-CODE-N OF YEADJ-SVC-RES
                   MOVE 'Year-end adjustment found'
                       TO STATUS-MSG OF YEADJ-SVC-RES
           END-READ

           CLOSE YEADJ-FILE
           .

       RECORD-YEADJ-RESULT.
      *    Pre: IN-YEADJ carries EMP-ID, TAX-YEAR, the computed
      *         fields and TARGET-PAY-PERIOD
      *    Post: Results stored and the record COMPUTED; an employee
      *          with no declarations on file gets a record built
      *          from the results alone

           PERFORM OPEN-YEADJ-FILE-IO
           IF NOT OK OF YEADJ-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-YEADJ-FOR-UPDATE

           IF YEADJ-EXISTS AND ADJ-BOOKED OF WS-TEMP-YEADJ
               MOVE 409 TO STATUS-CODE-N OF YEADJ-SVC-RES
               MOVE 'Adjustment already booked - void the payroll'
                   TO STATUS-MSG OF YEADJ-SVC-RES
               MOVE WS-TEMP-YEADJ TO OUT-YEADJ OF YEADJ-SVC-RES
               CLOSE YEADJ-FILE
               EXIT PARAGRAPH
           END-IF

           IF YEADJ-NEW
               MOVE IN-YEADJ OF YEADJ-SVC-REQ TO WS-TEMP-YEADJ
               MOVE 1 TO RECORD-VERSION OF WS-TEMP-YEADJ
               MOVE 0 TO REC-VERSION OF WS-TEMP-YEADJ
               MOVE USER-ID OF YEADJ-SVC-REQ
                   TO CREATED-BY OF WS-TEMP-YEADJ
               MOVE WS-CURRENT-TIMESTAMP
                   TO CREATED-AT OF WS-TEMP-YEADJ
           END-IF

           MOVE ANNUAL-PAY OF IN-YEADJ OF YEADJ-SVC-REQ
               TO ANNUAL-PAY OF WS-TEMP-YEADJ
           MOVE EMPLOYMENT-INCOME OF IN-YEADJ OF YEADJ-SVC-REQ
               TO EMPLOYMENT-INCOME OF WS-TEMP-YEADJ
           MOVE SI-DEDUCTION OF IN-YEADJ OF YEADJ-SVC-REQ
               TO SI-DEDUCTION OF WS-TEMP-YEADJ
           MOVE LIFE-INS-DEDUCTION OF IN-YEADJ OF YEADJ-SVC-REQ
               TO LIFE-INS-DEDUCTION OF WS-TEMP-YEADJ
           MOVE EARTHQUAKE-DEDUCTION OF IN-YEADJ OF YEADJ-SVC-REQ
               TO EARTHQUAKE-DEDUCTION OF WS-TEMP-YEADJ
           MOVE DEPENDENT-DEDUCTION OF IN-YEADJ OF YEADJ-SVC-REQ
               TO DEPENDENT-DEDUCTION OF WS-TEMP-YEADJ
           MOVE BASIC-DEDUCTION OF IN-YEADJ OF YEADJ-SVC-REQ
               TO BASIC-DEDUCTION OF WS-TEMP-YEADJ
           MOVE TAXABLE-INCOME OF IN-YEADJ OF YEADJ-SVC-REQ
               TO TAXABLE-INCOME OF WS-TEMP-YEADJ
           MOVE ANNUAL-TAX OF IN-YEADJ OF YEADJ-SVC-REQ
               TO ANNUAL-TAX OF WS-TEMP-YEADJ
           MOVE WITHHELD-TAX OF IN-YEADJ OF YEADJ-SVC-REQ
               TO WITHHELD-TAX OF WS-TEMP-YEADJ
           MOVE ADJUST-AMOUNT OF IN-YEADJ OF YEADJ-SVC-REQ
               TO ADJUST-AMOUNT OF WS-TEMP-YEADJ
           MOVE TARGET-PAY-PERIOD OF IN-YEADJ OF YEADJ-SVC-REQ
               TO TARGET-PAY-PERIOD OF WS-TEMP-YEADJ
           MOVE 0 TO BOOKED-PAY-ID OF WS-TEMP-YEADJ

           SET ADJ-COMPUTED OF WS-TEMP-YEADJ TO TRUE
           MOVE 'Year-end adjustment computed'
               TO STATUS-MSG OF YEADJ-SVC-RES
           PERFORM WRITE-YEADJ-RECORD
           .

       BOOK-YEADJ.
      *    Pre: Q-EMP-ID, Q-TAX-YEAR and Q-PAY-ID populated
      *    Post: Record BOOKED to the payroll. Re-booking to the same
      *          payroll (a recalculation) is accepted; a record
      *          booked to another payroll, or never computed,
      *          refuses with 409

           PERFORM OPEN-YEADJ-FILE-IO
           IF NOT OK OF YEADJ-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-YEADJ-FOR-UPDATE

           IF YEADJ-NEW
               MOVE 404 TO STATUS-CODE-N OF YEADJ-SVC-RES
               MOVE 'No year-end adjustment for the year'
                   TO STATUS-MSG OF YEADJ-SVC-RES
               CLOSE YEADJ-FILE
               EXIT PARAGRAPH
           END-IF

           IF ADJ-DECLARED OF WS-TEMP-YEADJ
                   OR (ADJ-BOOKED OF WS-TEMP-YEADJ
                       AND BOOKED-PAY-ID OF WS-TEMP-YEADJ
                           NOT = Q-PAY-ID OF YEADJ-SVC-REQ)
               MOVE 409 TO STATUS-CODE-N OF YEADJ-SVC-RES
               MOVE 'Adjustment not computed or booked elsewhere'
                   TO STATUS-MSG OF YEADJ-SVC-RES
               MOVE WS-TEMP-YEADJ TO OUT-YEADJ OF YEADJ-SVC-RES
               CLOSE YEADJ-FILE
               EXIT PARAGRAPH
           END-IF

           SET ADJ-BOOKED OF WS-TEMP-YEADJ TO TRUE
           MOVE Q-PAY-ID OF YEADJ-SVC-REQ
               TO BOOKED-PAY-ID OF WS-TEMP-YEADJ
           MOVE 'Year-end adjustment booked'
               TO STATUS-MSG OF YEADJ-SVC-RES
           PERFORM WRITE-YEADJ-RECORD
           .

       RELEASE-YEADJ.
      *    Pre: Q-EMP-ID, Q-TAX-YEAR and Q-PAY-ID (the voided
      *         payroll) populated
      *    Post: A record booked to that payroll returns to COMPUTED;
      *          anything else is left as it was (still OK - a void
      *          of a payroll that never took the adjustment has
      *          nothing to give back)

           PERFORM OPEN-YEADJ-FILE-IO
           IF NOT OK OF YEADJ-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-YEADJ-FOR-UPDATE

           IF YEADJ-NEW
                   OR NOT ADJ-BOOKED OF WS-TEMP-YEADJ
                   OR BOOKED-PAY-ID OF WS-TEMP-YEADJ
                       NOT = Q-PAY-ID OF YEADJ-SVC-REQ
               MOVE 0 TO STATUS-CODE-N OF YEADJ-SVC-RES
               MOVE 'Nothing booked to the payroll'
                   TO STATUS-MSG OF YEADJ-SVC-RES
               CLOSE YEADJ-FILE
               EXIT PARAGRAPH
           END-IF

           SET ADJ-COMPUTED OF WS-TEMP-YEADJ TO TRUE
           MOVE 0 TO BOOKED-PAY-ID OF WS-TEMP-YEADJ
           MOVE 'Year-end adjustment released'
               TO STATUS-MSG OF YEADJ-SVC-RES
           PERFORM WRITE-YEADJ-RECORD
           .

      * READ-YEADJ-FOR-UPDATE: Reads the Q-EMP-ID/Q-TAX-YEAR record
      * into WS-TEMP-YEADJ with the file open I-O, setting
      * YEADJ-EXISTS or YEADJ-NEW.
       READ-YEADJ-FOR-UPDATE.
           SET YEADJ-NEW TO TRUE
           MOVE Q-EMP-ID OF YEADJ-SVC-REQ TO WS-EMP-ID-STR
           MOVE Q-TAX-YEAR OF YEADJ-SVC-REQ TO WS-YEAR-STR
           MOVE WS-EMP-ID-STR TO YEA-REC-KEY1
           MOVE WS-YEAR-STR TO YEA-REC-KEY2
           READ YEADJ-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET YEADJ-EXISTS TO TRUE
                   MOVE YEADJ-RECORD TO WS-TEMP-YEADJ
           END-READ
           .

      * WRITE-YEADJ-RECORD: Stamps WS-TEMP-YEADJ and writes or
      * rewrites it, closing the file. STATUS-MSG is left as the
      * caller set it on success.
       WRITE-YEADJ-RECORD.
           ADD 1 TO REC-VERSION OF WS-TEMP-YEADJ
           MOVE USER-ID OF YEADJ-SVC-REQ
               TO MODIFIED-BY OF WS-TEMP-YEADJ
           MOVE WS-CURRENT-TIMESTAMP
               TO MODIFIED-AT OF WS-TEMP-YEADJ

           MOVE WS-TEMP-YEADJ TO YEADJ-RECORD
           IF YEADJ-EXISTS
               REWRITE YEADJ-RECORD
           ELSE
               WRITE YEADJ-RECORD
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF YEADJ-SVC-RES
               MOVE 'Failed to write year-end adjustment record'
                   TO STATUS-MSG OF YEADJ-SVC-RES
               CLOSE YEADJ-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE YEADJ-FILE

           MOVE 0 TO STATUS-CODE-N OF YEADJ-SVC-RES
           MOVE WS-TEMP-YEADJ TO OUT-YEADJ OF YEADJ-SVC-RES
           .

       OPEN-YEADJ-FILE-IO.
      *    Pre: None
      *    Post: YEADJ-FILE open I-O (created first if it didn't
      *          exist), STATUS-CODE-N set

           OPEN I-O YEADJ-FILE

           IF FILE-NOT-FOUND
      *        Create new file
               OPEN OUTPUT YEADJ-FILE
               CLOSE YEADJ-FILE
               OPEN I-O YEADJ-FILE
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF YEADJ-SVC-RES
               MOVE 'Cannot open year-end adjustment file'
                   TO STATUS-MSG OF YEADJ-SVC-RES
           ELSE
               MOVE 0 TO STATUS-CODE-N OF YEADJ-SVC-RES
           END-IF
           .

       END PROGRAM YEADJ-SVC.
