       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPMINW.
      ******************************************************************
      * IMPMINW - Import Regional Minimum Wages
      * Purpose: Loads the published regional minimum wage table -
      *          one row per prefecture per revision - into the
      *          minimum wage master MINWCHK checks pay against. The
      *          October revisions are loaded as soon as they are
      *          announced, with their effective dates, so the check
      *          can be run before they take effect. Re-running with
      *          a corrected file refreshes the rows in place.
      * Input: data/import/minwage.csv
      *          PREFECTURE,EFFECTIVE_FROM,PREFECTURE_NAME,
      *          HOURLY_MINIMUM
      * Output: data/import/minwage.log
      *         data/import/minwage.err
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MINWAGE-CSV
               ASSIGN TO 'hr-cobol/data/import/minwage.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.

           SELECT IMPORT-LOG
               ASSIGN TO 'hr-cobol/data/import/minwage.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT ERROR-LOG
               ASSIGN TO 'hr-cobol/data/import/minwage.err'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MINWAGE-CSV.
       01  CSV-RECORD              PIC X(200).

       FD  IMPORT-LOG.
       01  LOG-RECORD              PIC X(200).

       FD  ERROR-LOG.
       01  ERROR-RECORD            PIC X(200).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'IMPMINW'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

       01  WS-CSV-FILE-STATUS      PIC XX.
           88  CSV-FILE-OK             VALUE '00'.
           88  CSV-FILE-EOF            VALUE '10'.
       01  WS-LOG-FILE-STATUS      PIC XX.
       01  WS-ERR-FILE-STATUS      PIC XX.

       01  WS-LINE-NUMBER          PIC 9(6) VALUE 0.
       01  WS-SUCCESS-COUNT        PIC 9(6) VALUE 0.
       01  WS-FAILED-COUNT         PIC 9(6) VALUE 0.

      * Working storage for MINWAGE-SVC calls
           COPY minw-req.
           COPY minw-res.

      * CSV parsing fields
       01  WS-CSV-BUFFER           PIC X(200).
       01  WS-FIELD-BUFFER         PIC X(50).
       01  WS-FIELD-START          PIC 9(3) VALUE 1.
       01  WS-FIELD-END            PIC 9(3) VALUE 0.
       01  WS-FIELD-LENGTH         PIC 9(3) VALUE 0.
       01  WS-COMMA-POS            PIC 9(3) VALUE 0.
       01  WS-NUM-BUFFER           PIC 9(9).
       01  WS-RATE-BUFFER          PIC 9(5)V99.

       78  MAX-FIELD-LENGTH        VALUE 50.
       78  CSV-BUFFER-SIZE         VALUE 200.

       01  WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'IMPMINW - Minimum Wage Import Batch v' WS-VERSION

           OPEN INPUT MINWAGE-CSV
           IF NOT CSV-FILE-OK
               DISPLAY 'ERROR: Cannot open minimum wage CSV'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT IMPORT-LOG
           OPEN OUTPUT ERROR-LOG

      *    Skip header line
           READ MINWAGE-CSV INTO WS-CSV-BUFFER
               AT END
                   CONTINUE
           END-READ
           ADD 1 TO WS-LINE-NUMBER

           PERFORM UNTIL CSV-FILE-EOF
               READ MINWAGE-CSV INTO WS-CSV-BUFFER
                   AT END
                       SET CSV-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NUMBER
                       PERFORM PROCESS-CSV-LINE
               END-READ
           END-PERFORM

           CLOSE MINWAGE-CSV
           CLOSE IMPORT-LOG
           CLOSE ERROR-LOG

           MOVE WS-SUCCESS-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Minimum wages loaded: ' WS-COUNT-DISPLAY
           MOVE WS-FAILED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Failed:               ' WS-COUNT-DISPLAY
           IF WS-FAILED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       PROCESS-CSV-LINE.
           INITIALIZE MINWAGE-SVC-REQ
           INITIALIZE MINWAGE-SVC-RES
           SET OP-ADD OF MINWAGE-SVC-REQ TO TRUE
           MOVE 'IMPORT' TO USER-ID OF MINWAGE-SVC-REQ
           MOVE SPACES TO CORR-ID OF MINWAGE-SVC-REQ

           PERFORM PARSE-CSV-RECORD

           IF PREFECTURE-CODE OF IN-MINWAGE OF MINWAGE-SVC-REQ
                   = SPACES
                   OR EFFECTIVE-FROM OF IN-MINWAGE OF MINWAGE-SVC-REQ
                       = 0
               ADD 1 TO WS-FAILED-COUNT
               MOVE SPACES TO ERROR-RECORD
               STRING 'Line ' WS-LINE-NUMBER
                      ': Missing PREFECTURE/EFFECTIVE_FROM'
                   DELIMITED BY SIZE INTO ERROR-RECORD
               WRITE ERROR-RECORD
               EXIT PARAGRAPH
           END-IF

           CALL 'MINWAGE-SVC' USING MINWAGE-SVC-REQ MINWAGE-SVC-RES

           IF OK OF MINWAGE-SVC-RES
               ADD 1 TO WS-SUCCESS-COUNT
               MOVE SPACES TO LOG-RECORD
               STRING 'Line ' WS-LINE-NUMBER
                      ': Loaded PREFECTURE='
                      PREFECTURE-CODE OF OUT-MINWAGE
                          OF MINWAGE-SVC-RES
                      ' FROM='
                      EFFECTIVE-FROM OF OUT-MINWAGE
                          OF MINWAGE-SVC-RES
                   DELIMITED BY SIZE INTO LOG-RECORD
               WRITE LOG-RECORD
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               MOVE SPACES TO ERROR-RECORD
               STRING 'Line ' WS-LINE-NUMBER
                      ': ' STATUS-MSG OF MINWAGE-SVC-RES(1:120)
                   DELIMITED BY SIZE INTO ERROR-RECORD
               WRITE ERROR-RECORD
           END-IF
           .

       PARSE-CSV-RECORD.
      *    CSV Format: PREFECTURE,EFFECTIVE_FROM,PREFECTURE_NAME,
      *                HOURLY_MINIMUM

           MOVE 1 TO WS-FIELD-START

           PERFORM EXTRACT-CSV-FIELD
           IF WS-FIELD-BUFFER NOT = SPACES
               MOVE WS-FIELD-BUFFER(1:2)
                   TO PREFECTURE-CODE OF IN-MINWAGE OF MINWAGE-SVC-REQ
           END-IF

           PERFORM EXTRACT-CSV-FIELD
           IF WS-FIELD-BUFFER NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-FIELD-BUFFER) = 0
                   MOVE FUNCTION NUMVAL(WS-FIELD-BUFFER)
                       TO WS-NUM-BUFFER
                   MOVE WS-NUM-BUFFER
                       TO EFFECTIVE-FROM OF IN-MINWAGE
                           OF MINWAGE-SVC-REQ
               END-IF
           END-IF

           PERFORM EXTRACT-CSV-FIELD
           IF WS-FIELD-BUFFER NOT = SPACES
               MOVE WS-FIELD-BUFFER(1:20)
                   TO PREFECTURE-NAME OF IN-MINWAGE OF MINWAGE-SVC-REQ
           END-IF

           PERFORM EXTRACT-CSV-FIELD
           IF WS-FIELD-BUFFER NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-FIELD-BUFFER) = 0
                   MOVE FUNCTION NUMVAL(WS-FIELD-BUFFER)
                       TO WS-RATE-BUFFER
                   MOVE WS-RATE-BUFFER
                       TO HOURLY-MINIMUM OF IN-MINWAGE
                           OF MINWAGE-SVC-REQ
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

       END PROGRAM IMPMINW.
