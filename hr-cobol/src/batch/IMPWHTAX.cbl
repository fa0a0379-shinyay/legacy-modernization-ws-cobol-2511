       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPWHTAX.
      ******************************************************************
      * IMPWHTAX - Import Withholding Income Tax Tables
      * Purpose: Loads the National Tax Agency's published monthly
      *          withholding table, bonus rate table and the daily
      *          table weekly pay is taxed on - keyed in
      *          from the published tables every January - into the
      *          table master CALCULATE-DEDUCTIONS computes the
      *          income tax line from. Each year found in the file
      *          is purged before its first row loads, so a reload
      *          replaces that year's tables whole.
      * Input: data/import/whtax.csv
      *          TABLE_YEAR,KIND(M/B/D),COLUMN(0-7/O),RANGE_FROM,
      *          RANGE_TO,TAX_AMOUNT,TAX_RATE
      * Output: data/import/whtax.log
      *         data/import/whtax.err
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WHTAX-CSV
               ASSIGN TO 'hr-cobol/data/import/whtax.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.

           SELECT IMPORT-LOG
               ASSIGN TO 'hr-cobol/data/import/whtax.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT ERROR-LOG
               ASSIGN TO 'hr-cobol/data/import/whtax.err'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WHTAX-CSV.
       01  CSV-RECORD              PIC X(200).

       FD  IMPORT-LOG.
       01  LOG-RECORD              PIC X(200).

       FD  ERROR-LOG.
       01  ERROR-RECORD            PIC X(200).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'IMPWHTAX'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

       01  WS-CSV-FILE-STATUS      PIC XX.
           88  CSV-FILE-OK             VALUE '00'.
           88  CSV-FILE-EOF            VALUE '10'.
       01  WS-LOG-FILE-STATUS      PIC XX.
       01  WS-ERR-FILE-STATUS      PIC XX.

       01  WS-LINE-NUMBER          PIC 9(6) VALUE 0.
       01  WS-SUCCESS-COUNT        PIC 9(6) VALUE 0.
       01  WS-FAILED-COUNT         PIC 9(6) VALUE 0.

      * Working storage for WHTAX-SVC calls
           COPY whtax-req.
           COPY whtax-res.

      * The years already purged this run - a year's old rows go
      * before its first new row loads, and only then
       01  WS-PURGED-COUNT         PIC 9(2) VALUE 0.
       01  WS-PURGED-YEARS.
           05  WS-PURGED-YEAR      PIC 9(4) OCCURS 10 TIMES.
       01  WS-PURGED-IDX           PIC 9(2).
       01  WS-YEAR-PURGED-SW       PIC X.
           88  YEAR-ALREADY-PURGED     VALUE 'Y'.
           88  YEAR-NOT-PURGED         VALUE 'N'.
       01  WS-LOAD-YEAR            PIC 9(4).

      * CSV parsing fields
       01  WS-CSV-BUFFER           PIC X(200).
       01  WS-FIELD-BUFFER         PIC X(50).
       01  WS-FIELD-START          PIC 9(3) VALUE 1.
       01  WS-FIELD-END            PIC 9(3) VALUE 0.
       01  WS-FIELD-LENGTH         PIC 9(3) VALUE 0.
       01  WS-COMMA-POS            PIC 9(3) VALUE 0.
       01  WS-NUM-BUFFER           PIC 9(9).
       01  WS-AMOUNT-BUFFER        PIC 9(9)V99.
       01  WS-RATE-BUFFER          PIC 9V9(6).

       78  MAX-FIELD-LENGTH        VALUE 50.
       78  CSV-BUFFER-SIZE         VALUE 200.

       01  WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.


      * Working storage for RUNCTL-SVC calls - this batch registers
      * with the central run control (duplicate-run guard keyed on
      * the run parameter, RUNCTL_OVERRIDE=Y to run anyway)
           COPY runctl-req.
           COPY runctl-res.
       01  WS-RUN-PARM             PIC X(10).
       01  WS-RUN-START-TS         PIC 9(14).
       01  WS-RUN-DATE-PARM        PIC 9(8).
       01  WS-ENV-OVERRIDE         PIC X(10).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'IMPWHTAX - Withholding Tax Table Import v'
               WS-VERSION

           OPEN INPUT WHTAX-CSV
           IF NOT CSV-FILE-OK
               DISPLAY 'ERROR: Cannot open withholding table CSV'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT IMPORT-LOG
           OPEN OUTPUT ERROR-LOG

      *    Skip header line
           READ WHTAX-CSV INTO WS-CSV-BUFFER
               AT END
                   CONTINUE
           END-READ
           ADD 1 TO WS-LINE-NUMBER

           PERFORM REGISTER-RUN-START
           IF NOT OK OF RUNCTL-SVC-RES
                   AND STATUS-CODE-N OF RUNCTL-SVC-RES = 409
               DISPLAY 'RUN BLOCKED: ' STATUS-MSG OF RUNCTL-SVC-RES
               DISPLAY 'Set RUNCTL_OVERRIDE=Y to run anyway.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL CSV-FILE-EOF
               READ WHTAX-CSV INTO WS-CSV-BUFFER
                   AT END
                       SET CSV-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NUMBER
                       PERFORM PROCESS-CSV-LINE
               END-READ
           END-PERFORM

           CLOSE WHTAX-CSV
           CLOSE IMPORT-LOG
           CLOSE ERROR-LOG

           PERFORM REGISTER-RUN-END

           MOVE WS-SUCCESS-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Table rows loaded:    ' WS-COUNT-DISPLAY
           MOVE WS-FAILED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Failed:               ' WS-COUNT-DISPLAY
           IF WS-FAILED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       PROCESS-CSV-LINE.
           INITIALIZE WHTAX-SVC-REQ
           INITIALIZE WHTAX-SVC-RES
           MOVE 'A' TO OP-CODE OF WHTAX-SVC-REQ
           MOVE 'IMPORT' TO USER-ID OF WHTAX-SVC-REQ
           MOVE SPACES TO CORR-ID OF WHTAX-SVC-REQ

           PERFORM PARSE-CSV-RECORD

           IF TABLE-YEAR OF IN-WHTAX OF WHTAX-SVC-REQ = 0
               ADD 1 TO WS-FAILED-COUNT
               MOVE SPACES TO ERROR-RECORD
               STRING 'Line ' WS-LINE-NUMBER
                      ': Missing TABLE_YEAR'
                   DELIMITED BY SIZE INTO ERROR-RECORD
               WRITE ERROR-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE TABLE-YEAR OF IN-WHTAX OF WHTAX-SVC-REQ
               TO WS-LOAD-YEAR
           PERFORM PURGE-YEAR-ONCE

           CALL 'WHTAX-SVC' USING WHTAX-SVC-REQ WHTAX-SVC-RES

           IF OK OF WHTAX-SVC-RES
               ADD 1 TO WS-SUCCESS-COUNT
               MOVE SPACES TO LOG-RECORD
               STRING 'Line ' WS-LINE-NUMBER
                      ': Loaded '
                      TABLE-YEAR OF OUT-WHTAX OF WHTAX-SVC-RES
                      ' ' TABLE-KIND OF OUT-WHTAX OF WHTAX-SVC-RES
                      ' ' TABLE-COLUMN OF OUT-WHTAX OF WHTAX-SVC-RES
                      ' from '
                      RANGE-FROM OF OUT-WHTAX OF WHTAX-SVC-RES
                   DELIMITED BY SIZE INTO LOG-RECORD
               WRITE LOG-RECORD
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               MOVE SPACES TO ERROR-RECORD
               STRING 'Line ' WS-LINE-NUMBER
                      ': ' STATUS-MSG OF WHTAX-SVC-RES(1:120)
                   DELIMITED BY SIZE INTO ERROR-RECORD
               WRITE ERROR-RECORD
           END-IF
           .

      * PURGE-YEAR-ONCE: Drops WS-LOAD-YEAR's existing rows the
      * first time the file mentions that year. The parsed row stays
      * in IN-WHTAX across the purge call - only OP-CODE and
      * Q-TABLE-YEAR are borrowed for it.
       PURGE-YEAR-ONCE.
           SET YEAR-NOT-PURGED TO TRUE
           PERFORM VARYING WS-PURGED-IDX FROM 1 BY 1
                   UNTIL WS-PURGED-IDX > WS-PURGED-COUNT
               IF WS-PURGED-YEAR(WS-PURGED-IDX) = WS-LOAD-YEAR
                   SET YEAR-ALREADY-PURGED TO TRUE
               END-IF
           END-PERFORM
           IF YEAR-ALREADY-PURGED
               EXIT PARAGRAPH
           END-IF

           MOVE 'P' TO OP-CODE OF WHTAX-SVC-REQ
           MOVE WS-LOAD-YEAR TO Q-TABLE-YEAR OF WHTAX-SVC-REQ
           CALL 'WHTAX-SVC' USING WHTAX-SVC-REQ WHTAX-SVC-RES
           MOVE 'A' TO OP-CODE OF WHTAX-SVC-REQ

           MOVE SPACES TO LOG-RECORD
           STRING 'Year ' WS-LOAD-YEAR ': '
                  ROWS-PURGED OF WHTAX-SVC-RES
                  ' previous rows replaced'
               DELIMITED BY SIZE INTO LOG-RECORD
           WRITE LOG-RECORD

           IF WS-PURGED-COUNT < 10
               ADD 1 TO WS-PURGED-COUNT
               MOVE WS-LOAD-YEAR TO WS-PURGED-YEAR(WS-PURGED-COUNT)
           END-IF
           INITIALIZE WHTAX-SVC-RES
           .

       PARSE-CSV-RECORD.
      *    CSV Format: TABLE_YEAR,KIND,COLUMN,RANGE_FROM,RANGE_TO,
      *                TAX_AMOUNT,TAX_RATE

           MOVE 1 TO WS-FIELD-START

           PERFORM EXTRACT-CSV-FIELD
           IF WS-FIELD-BUFFER NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-FIELD-BUFFER) = 0
                   MOVE FUNCTION NUMVAL(WS-FIELD-BUFFER)
                       TO TABLE-YEAR OF IN-WHTAX OF WHTAX-SVC-REQ
               END-IF
           END-IF

           PERFORM EXTRACT-CSV-FIELD
           MOVE WS-FIELD-BUFFER(1:1)
               TO TABLE-KIND OF IN-WHTAX OF WHTAX-SVC-REQ

           PERFORM EXTRACT-CSV-FIELD
           MOVE WS-FIELD-BUFFER(1:1)
               TO TABLE-COLUMN OF IN-WHTAX OF WHTAX-SVC-REQ

           PERFORM EXTRACT-CSV-FIELD
           IF WS-FIELD-BUFFER NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-FIELD-BUFFER) = 0
                   MOVE FUNCTION NUMVAL(WS-FIELD-BUFFER)
                       TO WS-NUM-BUFFER
                   MOVE WS-NUM-BUFFER
                       TO RANGE-FROM OF IN-WHTAX OF WHTAX-SVC-REQ
               END-IF
           END-IF

           PERFORM EXTRACT-CSV-FIELD
           IF WS-FIELD-BUFFER NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-FIELD-BUFFER) = 0
                   MOVE FUNCTION NUMVAL(WS-FIELD-BUFFER)
                       TO WS-NUM-BUFFER
                   MOVE WS-NUM-BUFFER
                       TO RANGE-TO OF IN-WHTAX OF WHTAX-SVC-REQ
               END-IF
           END-IF

           PERFORM EXTRACT-CSV-FIELD
           IF WS-FIELD-BUFFER NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-FIELD-BUFFER) = 0
                   MOVE FUNCTION NUMVAL(WS-FIELD-BUFFER)
                       TO WS-AMOUNT-BUFFER
                   MOVE WS-AMOUNT-BUFFER
                       TO TAX-AMOUNT OF IN-WHTAX OF WHTAX-SVC-REQ
               END-IF
           END-IF

           PERFORM EXTRACT-CSV-FIELD
           IF WS-FIELD-BUFFER NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-FIELD-BUFFER) = 0
                   MOVE FUNCTION NUMVAL(WS-FIELD-BUFFER)
                       TO WS-RATE-BUFFER
                   MOVE WS-RATE-BUFFER
                       TO TAX-RATE OF IN-WHTAX OF WHTAX-SVC-REQ
               END-IF
           END-IF
           .

       EXTRACT-CSV-FIELD.
      *    Extract next CSV field from WS-CSV-BUFFER - empty fields
      *    and the uncapped last field handled the way REVSAL
      *    handles them

           MOVE SPACES TO WS-FIELD-BUFFER

           IF WS-FIELD-START > CSV-BUFFER-SIZE
               EXIT PARAGRAPH
           END-IF

           IF WS-CSV-BUFFER(WS-FIELD-START:1) = ','
               ADD 1 TO WS-FIELD-START
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-COMMA-POS
           INSPECT WS-CSV-BUFFER(WS-FIELD-START:)
               TALLYING WS-COMMA-POS
               FOR CHARACTERS BEFORE INITIAL ','

           COMPUTE WS-FIELD-END = WS-FIELD-START + WS-COMMA-POS - 1

           COMPUTE WS-FIELD-LENGTH =
               WS-FIELD-END - WS-FIELD-START + 1
           IF WS-FIELD-LENGTH > MAX-FIELD-LENGTH
               MOVE MAX-FIELD-LENGTH TO WS-FIELD-LENGTH
           END-IF
           IF WS-FIELD-LENGTH > 0
               MOVE WS-CSV-BUFFER(WS-FIELD-START:WS-FIELD-LENGTH)
                   TO WS-FIELD-BUFFER
           END-IF

           COMPUTE WS-FIELD-START = WS-FIELD-END + 2
           .

      * REGISTER-RUN-START: Registers this run with the central run
      * control, guarded against a duplicate same-parameter run;
      * the caller checks for the 409 block.
       REGISTER-RUN-START.
           ACCEPT WS-RUN-DATE-PARM FROM DATE YYYYMMDD
           MOVE SPACES TO WS-RUN-PARM
           MOVE WS-RUN-DATE-PARM TO WS-RUN-PARM
           INITIALIZE RUNCTL-SVC-REQ
           INITIALIZE RUNCTL-SVC-RES
           SET OP-START OF RUNCTL-SVC-REQ TO TRUE
           MOVE 'IMPWHTAX' TO USER-ID OF RUNCTL-SVC-REQ
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
           MOVE 'IMPWHTAX' TO USER-ID OF RUNCTL-SVC-REQ
           MOVE SPACES TO CORR-ID OF RUNCTL-SVC-REQ
           MOVE WS-PROGRAM-NAME(1:8) TO Q-JOB-NAME OF RUNCTL-SVC-REQ
           MOVE WS-RUN-PARM TO Q-RUN-PARM OF RUNCTL-SVC-REQ
           MOVE WS-RUN-START-TS
               TO Q-START-TIMESTAMP OF RUNCTL-SVC-REQ
           COMPUTE Q-TOTAL-COUNT OF RUNCTL-SVC-REQ =
               WS-SUCCESS-COUNT + WS-FAILED-COUNT
           MOVE WS-SUCCESS-COUNT
               TO Q-SUCCESS-COUNT OF RUNCTL-SVC-REQ
           MOVE WS-FAILED-COUNT TO Q-FAILED-COUNT OF RUNCTL-SVC-REQ
           IF WS-SUCCESS-COUNT = 0 AND WS-FAILED-COUNT > 0
               MOVE 'F' TO Q-OUTCOME OF RUNCTL-SVC-REQ
           ELSE
               MOVE 'C' TO Q-OUTCOME OF RUNCTL-SVC-REQ
           END-IF
           CALL 'RUNCTL-SVC' USING RUNCTL-SVC-REQ RUNCTL-SVC-RES
           .

       END PROGRAM IMPWHTAX.
