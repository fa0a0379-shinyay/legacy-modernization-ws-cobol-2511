       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPSUBH.
      ******************************************************************
      * IMPSUBH - Import Rest-Day Work / Day-Off Exchanges
      * Purpose: Loads the rest days worked and the day off taken in
      *          exchange for each - a substitute holiday designated
      *          in advance (F) or a compensatory day off granted
      *          afterwards (D) - into the exchange records payroll
      *          prices the rest-day work from. The managers' sheet
      *          is reloaded as days off are taken: a row for a work
      *          date already on file records its day off in place,
      *          leaving any payroll settlement alone.
      * Input: data/import/subhol.csv
      *          EMP_ID,WORK_DATE,TYPE,WORKED_HOURS,DAY_OFF_DATE,
      *          TAKE_BY_DATE,CANCELLED
      *          (DAY_OFF_DATE blank until taken, TAKE_BY_DATE blank
      *          for the default deadline, CANCELLED Y to withdraw)
      * Output: data/import/subhol.log
      *         data/import/subhol.err
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBHOL-CSV
               ASSIGN TO 'hr-cobol/data/import/subhol.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.

           SELECT IMPORT-LOG
               ASSIGN TO 'hr-cobol/data/import/subhol.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT ERROR-LOG
               ASSIGN TO 'hr-cobol/data/import/subhol.err'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUBHOL-CSV.
       01  CSV-RECORD              PIC X(200).

       FD  IMPORT-LOG.
       01  LOG-RECORD              PIC X(200).

       FD  ERROR-LOG.
       01  ERROR-RECORD            PIC X(200).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'IMPSUBH'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

       01  WS-CSV-FILE-STATUS      PIC XX.
           88  CSV-FILE-OK             VALUE '00'.
           88  CSV-FILE-EOF            VALUE '10'.
       01  WS-LOG-FILE-STATUS      PIC XX.
       01  WS-ERR-FILE-STATUS      PIC XX.

       01  WS-LINE-NUMBER          PIC 9(6) VALUE 0.
       01  WS-SUCCESS-COUNT        PIC 9(6) VALUE 0.
       01  WS-FAILED-COUNT         PIC 9(6) VALUE 0.

      * Working storage for SUBHOL-SVC calls
           COPY subh-req.
           COPY subh-res.

      * CSV parsing fields
       01  WS-CSV-BUFFER           PIC X(200).
       01  WS-FIELD-BUFFER         PIC X(50).
       01  WS-FIELD-START          PIC 9(3) VALUE 1.
       01  WS-FIELD-END            PIC 9(3) VALUE 0.
       01  WS-FIELD-LENGTH         PIC 9(3) VALUE 0.
       01  WS-COMMA-POS            PIC 9(3) VALUE 0.
       01  WS-NUM-BUFFER           PIC 9(9).
       01  WS-HOURS-BUFFER         PIC 9(2)V99.

       78  MAX-FIELD-LENGTH        VALUE 50.
       78  CSV-BUFFER-SIZE         VALUE 200.

       01  WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'IMPSUBH - Rest-Day Exchange Import Batch v'
               WS-VERSION

           OPEN INPUT SUBHOL-CSV
           IF NOT CSV-FILE-OK
               DISPLAY 'ERROR: Cannot open rest-day exchange CSV'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT IMPORT-LOG
           OPEN OUTPUT ERROR-LOG

      *    Skip header line
           READ SUBHOL-CSV INTO WS-CSV-BUFFER
               AT END
                   CONTINUE
           END-READ
           ADD 1 TO WS-LINE-NUMBER

           PERFORM UNTIL CSV-FILE-EOF
               READ SUBHOL-CSV INTO WS-CSV-BUFFER
                   AT END
                       SET CSV-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NUMBER
                       PERFORM PROCESS-CSV-LINE
               END-READ
           END-PERFORM

           CLOSE SUBHOL-CSV
           CLOSE IMPORT-LOG
           CLOSE ERROR-LOG

           MOVE WS-SUCCESS-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Exchanges loaded: ' WS-COUNT-DISPLAY
           MOVE WS-FAILED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Failed:           ' WS-COUNT-DISPLAY
           IF WS-FAILED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       PROCESS-CSV-LINE.
           INITIALIZE SUBHOL-SVC-REQ
           INITIALIZE SUBHOL-SVC-RES
           SET OP-ADD OF SUBHOL-SVC-REQ TO TRUE
           MOVE 'IMPORT' TO USER-ID OF SUBHOL-SVC-REQ
           MOVE SPACES TO CORR-ID OF SUBHOL-SVC-REQ
           MOVE 0 TO DAY-OFF-DATE OF IN-SUBHOL OF SUBHOL-SVC-REQ
           MOVE 0 TO TAKE-BY-DATE OF IN-SUBHOL OF SUBHOL-SVC-REQ
           MOVE SPACE TO SUBHOL-STATUS OF IN-SUBHOL OF SUBHOL-SVC-REQ

           PERFORM PARSE-CSV-RECORD

           IF EMP-ID OF IN-SUBHOL OF SUBHOL-SVC-REQ = 0
                   OR WORK-DATE OF IN-SUBHOL OF SUBHOL-SVC-REQ = 0
               ADD 1 TO WS-FAILED-COUNT
               MOVE SPACES TO ERROR-RECORD
               STRING 'Line ' WS-LINE-NUMBER
                      ': Missing EMP_ID/WORK_DATE'
                   DELIMITED BY SIZE INTO ERROR-RECORD
               WRITE ERROR-RECORD
               EXIT PARAGRAPH
           END-IF

           CALL 'SUBHOL-SVC' USING SUBHOL-SVC-REQ SUBHOL-SVC-RES

           IF OK OF SUBHOL-SVC-RES
               ADD 1 TO WS-SUCCESS-COUNT
               MOVE SPACES TO LOG-RECORD
               STRING 'Line ' WS-LINE-NUMBER
                      ': Loaded EMP-ID='
                      EMP-ID OF OUT-SUBHOL OF SUBHOL-SVC-RES
                      ' WORK-DATE='
                      WORK-DATE OF OUT-SUBHOL OF SUBHOL-SVC-RES
                      ' STATUS='
                      SUBHOL-STATUS OF OUT-SUBHOL OF SUBHOL-SVC-RES
                      ' TAKE-BY='
                      TAKE-BY-DATE OF OUT-SUBHOL OF SUBHOL-SVC-RES
                   DELIMITED BY SIZE INTO LOG-RECORD
               WRITE LOG-RECORD
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               MOVE SPACES TO ERROR-RECORD
               STRING 'Line ' WS-LINE-NUMBER
                      ': ' STATUS-MSG OF SUBHOL-SVC-RES(1:120)
                   DELIMITED BY SIZE INTO ERROR-RECORD
               WRITE ERROR-RECORD
           END-IF
           .

       PARSE-CSV-RECORD.
      *    CSV Format: EMP_ID,WORK_DATE,TYPE,WORKED_HOURS,
      *                DAY_OFF_DATE,TAKE_BY_DATE,CANCELLED

           MOVE 1 TO WS-FIELD-START

           PERFORM EXTRACT-CSV-FIELD
           IF WS-FIELD-BUFFER NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-FIELD-BUFFER) = 0
                   MOVE FUNCTION NUMVAL(WS-FIELD-BUFFER)
                       TO WS-NUM-BUFFER
                   MOVE WS-NUM-BUFFER
                       TO EMP-ID OF IN-SUBHOL OF SUBHOL-SVC-REQ
               END-IF
           END-IF

           PERFORM EXTRACT-CSV-FIELD
           IF WS-FIELD-BUFFER NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-FIELD-BUFFER) = 0
                   MOVE FUNCTION NUMVAL(WS-FIELD-BUFFER)
                       TO WS-NUM-BUFFER
                   MOVE WS-NUM-BUFFER
                       TO WORK-DATE OF IN-SUBHOL OF SUBHOL-SVC-REQ
               END-IF
           END-IF

           PERFORM EXTRACT-CSV-FIELD
           IF WS-FIELD-BUFFER NOT = SPACES
               MOVE WS-FIELD-BUFFER(1:1)
                   TO SUBHOL-TYPE OF IN-SUBHOL OF SUBHOL-SVC-REQ
           END-IF

           PERFORM EXTRACT-CSV-FIELD
           IF WS-FIELD-BUFFER NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-FIELD-BUFFER) = 0
                   MOVE FUNCTION NUMVAL(WS-FIELD-BUFFER)
                       TO WS-HOURS-BUFFER
                   MOVE WS-HOURS-BUFFER
                       TO WORKED-HOURS OF IN-SUBHOL OF SUBHOL-SVC-REQ
               END-IF
           END-IF

           PERFORM EXTRACT-CSV-FIELD
           IF WS-FIELD-BUFFER NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-FIELD-BUFFER) = 0
                   MOVE FUNCTION NUMVAL(WS-FIELD-BUFFER)
                       TO WS-NUM-BUFFER
                   MOVE WS-NUM-BUFFER
                       TO DAY-OFF-DATE OF IN-SUBHOL OF SUBHOL-SVC-REQ
               END-IF
           END-IF

           PERFORM EXTRACT-CSV-FIELD
           IF WS-FIELD-BUFFER NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-FIELD-BUFFER) = 0
                   MOVE FUNCTION NUMVAL(WS-FIELD-BUFFER)
                       TO WS-NUM-BUFFER
                   MOVE WS-NUM-BUFFER
                       TO TAKE-BY-DATE OF IN-SUBHOL OF SUBHOL-SVC-REQ
               END-IF
           END-IF

           PERFORM EXTRACT-CSV-FIELD
           IF WS-FIELD-BUFFER(1:1) = 'Y' OR 'y'
               SET SUBHOL-CANCELLED OF IN-SUBHOL OF SUBHOL-SVC-REQ
                   TO TRUE
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

       END PROGRAM IMPSUBH.
