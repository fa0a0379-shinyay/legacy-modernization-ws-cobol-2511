       IDENTIFICATION DIVISION.
       PROGRAM-ID. MINWAGE-SVC.
      ******************************************************************
      * MINWAGE-SVC - Regional Minimum Wage Service
      * Purpose: Maintains the regional minimum wage master - the
      *          hourly minimum per prefecture, one dated row per
      *          revision. ADD upserts a prefecture's row for an
      *          effective date; FIND-AS-OF resolves the rate in
      *          force on a given date, the lookup MINWCHK checks
      *          pay against.
      * Operations: ADD, FIND-AS-OF
      * Pre: Valid request with OP-CODE, USER-ID, CORR-ID
      * Post: Response with STATUS-CODE-N and STATUS-MSG
      * Note: MINWAGE-FILE is owned by this service directly, the way
      *       COMP-SVC owns compensation.dat - keyed on
      *       PREFECTURE-CODE + EFFECTIVE-FROM so the revisions of
      *       one prefecture coexist.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MINWAGE-FILE ASSIGN TO 'hr-cobol/data/minwage.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MNW-REC-KEY SOURCE IS MNW-REC-KEY1
                   MNW-REC-KEY2
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * MNW-REC-KEY is a split key over PREFECTURE-CODE and
      * EFFECTIVE-FROM (positions 12-13 and 14-21 of the 200-byte
      * record).
       FD  MINWAGE-FILE.
       01  MINWAGE-RECORD.
           05  FILLER               PIC X(11).
           05  MNW-REC-KEY1         PIC X(2).
           05  MNW-REC-KEY2         PIC X(8).
           05  FILLER               PIC X(179).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'MINWAGE-SV'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK                 VALUE '00'.
           88  FILE-EOF                VALUE '10'.
           88  FILE-NOT-FOUND          VALUE '35'.
           88  FILE-DUP-KEY            VALUE '22'.

      * Working storage for date and timestamp
       01  WS-TODAY                PIC 9(8).
       01  WS-CURRENT-TIME         PIC 9(6).
       01  WS-CURRENT-TIMESTAMP    PIC 9(14).

       01  WS-TEMP-MINWAGE.
           COPY minwage REPLACING ==05== BY ==10==.

       01  WS-AS-OF-STR            PIC X(8).
       01  WS-RECORD-EXISTS-SW     PIC X.
           88  MINWAGE-EXISTS          VALUE 'Y'.
           88  MINWAGE-NEW             VALUE 'N'.
       01  WS-SCAN-DONE-SW         PIC X     VALUE 'N'.
           88  SCAN-DONE               VALUE 'Y'.
           88  SCAN-NOT-DONE           VALUE 'N'.
       01  WS-FOUND-SW             PIC X.
           88  MINWAGE-FOUND           VALUE 'Y'.
           88  MINWAGE-NOT-FOUND       VALUE 'N'.

      * Working storage for AUDIT-LOG calls
       01  WS-AUDIT-REC.
           COPY audit.

       LINKAGE SECTION.
           COPY minw-req.
           COPY minw-res.

       PROCEDURE DIVISION USING MINWAGE-SVC-REQ MINWAGE-SVC-RES.

       MAIN-PROCESS.
      *    Initialize response
           INITIALIZE MINWAGE-SVC-RES
           MOVE CORR-ID OF MINWAGE-SVC-REQ TO CORR-ID OF MINWAGE-SVC-RES

      *    Get current date and timestamp
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-TODAY WS-CURRENT-TIME
               DELIMITED BY SIZE
               INTO WS-CURRENT-TIMESTAMP

      *    Route to operation
           EVALUATE TRUE
               WHEN OP-ADD OF MINWAGE-SVC-REQ
                   PERFORM ADD-MINWAGE
               WHEN OP-FIND-AS-OF OF MINWAGE-SVC-REQ
                   PERFORM FIND-MINWAGE-AS-OF
               WHEN OTHER
                   MOVE 422 TO STATUS-CODE-N OF MINWAGE-SVC-RES
                   MOVE 'Invalid operation code'
                       TO STATUS-MSG OF MINWAGE-SVC-RES
           END-EVALUATE

           GOBACK
           .

       ADD-MINWAGE.
      *    Pre: IN-MINWAGE populated with PREFECTURE-CODE,
      *         EFFECTIVE-FROM and HOURLY-MINIMUM
      *    Post: Row written (or replaced); audit-logged

           IF PREFECTURE-CODE OF IN-MINWAGE OF MINWAGE-SVC-REQ
                   IS NOT NUMERIC
                   OR PREFECTURE-CODE OF IN-MINWAGE OF MINWAGE-SVC-REQ
                       < '01'
                   OR PREFECTURE-CODE OF IN-MINWAGE OF MINWAGE-SVC-REQ
                       > '47'
               MOVE 422 TO STATUS-CODE-N OF MINWAGE-SVC-RES
               MOVE 'PREFECTURE-CODE must be 01-47'
                   TO STATUS-MSG OF MINWAGE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF EFFECTIVE-FROM OF IN-MINWAGE OF MINWAGE-SVC-REQ
                   < MIN-VALID-DATE
                   OR HOURLY-MINIMUM OF IN-MINWAGE OF MINWAGE-SVC-REQ
                       = 0
               MOVE 422 TO STATUS-CODE-N OF MINWAGE-SVC-RES
               MOVE 'EFFECTIVE-FROM and HOURLY-MINIMUM are required'
                   TO STATUS-MSG OF MINWAGE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-MINWAGE-FILE-IO
           IF NOT OK OF MINWAGE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           SET MINWAGE-NEW TO TRUE
           INITIALIZE WS-AUDIT-REC
           MOVE PREFECTURE-CODE OF IN-MINWAGE OF MINWAGE-SVC-REQ
               TO MNW-REC-KEY1
           MOVE EFFECTIVE-FROM OF IN-MINWAGE OF MINWAGE-SVC-REQ
               TO WS-AS-OF-STR
           MOVE WS-AS-OF-STR TO MNW-REC-KEY2
           READ MINWAGE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MINWAGE-EXISTS TO TRUE
                   MOVE MINWAGE-RECORD TO BEFORE-VALUE OF WS-AUDIT-REC
           END-READ

           MOVE IN-MINWAGE OF MINWAGE-SVC-REQ TO WS-TEMP-MINWAGE
           MOVE 1 TO RECORD-VERSION OF WS-TEMP-MINWAGE
           MOVE 1 TO REC-VERSION OF WS-TEMP-MINWAGE
           MOVE USER-ID OF MINWAGE-SVC-REQ(1:8)
               TO CREATED-BY OF WS-TEMP-MINWAGE
           MOVE WS-CURRENT-TIMESTAMP
               TO CREATED-AT OF WS-TEMP-MINWAGE

           MOVE WS-TEMP-MINWAGE TO MINWAGE-RECORD
           IF MINWAGE-EXISTS
               REWRITE MINWAGE-RECORD
           ELSE
               WRITE MINWAGE-RECORD
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF MINWAGE-SVC-RES
               MOVE 'Failed to write minimum wage record'
                   TO STATUS-MSG OF MINWAGE-SVC-RES
               CLOSE MINWAGE-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE MINWAGE-FILE

           IF MINWAGE-EXISTS
               MOVE 'UPDATE' TO ACTION OF WS-AUDIT-REC
           ELSE
               MOVE 'CREATE' TO ACTION OF WS-AUDIT-REC
           END-IF
           MOVE 'MNW' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE USER-ID OF MINWAGE-SVC-REQ TO USER-ID OF WS-AUDIT-REC
           MOVE WS-TEMP-MINWAGE TO AFTER-VALUE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC

           MOVE 0 TO STATUS-CODE-N OF MINWAGE-SVC-RES
           MOVE 'Minimum wage recorded'
               TO STATUS-MSG OF MINWAGE-SVC-RES
           MOVE WS-TEMP-MINWAGE TO OUT-MINWAGE OF MINWAGE-SVC-RES
           .

       FIND-MINWAGE-AS-OF.
      *    Pre: Q-PREFECTURE-CODE and Q-AS-OF-DATE populated (0
      *         resolves to today)
      *    Post: OUT-MINWAGE holds the prefecture's latest row
      *          effective on or before the as-of date, or
      *          STATUS-CODE-N = 404

           IF Q-PREFECTURE-CODE OF MINWAGE-SVC-REQ = SPACES
               MOVE 422 TO STATUS-CODE-N OF MINWAGE-SVC-RES
               MOVE 'Q-PREFECTURE-CODE is required'
                   TO STATUS-MSG OF MINWAGE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF Q-AS-OF-DATE OF MINWAGE-SVC-REQ = 0
               MOVE WS-TODAY TO Q-AS-OF-DATE OF MINWAGE-SVC-REQ
           END-IF

           OPEN INPUT MINWAGE-FILE

           IF FILE-NOT-FOUND
               MOVE 404 TO STATUS-CODE-N OF MINWAGE-SVC-RES
               MOVE 'No minimum wages on file'
                   TO STATUS-MSG OF MINWAGE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF MINWAGE-SVC-RES
               MOVE 'Cannot open minimum wage file'
                   TO STATUS-MSG OF MINWAGE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-AS-OF-DATE OF MINWAGE-SVC-REQ TO WS-AS-OF-STR
           SET MINWAGE-NOT-FOUND TO TRUE
           SET SCAN-NOT-DONE TO TRUE

      *    The prefecture's rows arrive in EFFECTIVE-FROM order - the
      *    last one not after the as-of date is the rate in force
           MOVE Q-PREFECTURE-CODE OF MINWAGE-SVC-REQ TO MNW-REC-KEY1
           MOVE '00000000' TO MNW-REC-KEY2
           START MINWAGE-FILE KEY IS NOT LESS THAN MNW-REC-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START

           PERFORM UNTIL SCAN-DONE
               READ MINWAGE-FILE NEXT RECORD
                   AT END
                       SET SCAN-DONE TO TRUE
                   NOT AT END
                       IF MNW-REC-KEY1 NOT =
                               Q-PREFECTURE-CODE OF MINWAGE-SVC-REQ
                               OR MNW-REC-KEY2 > WS-AS-OF-STR
                           SET SCAN-DONE TO TRUE
                       ELSE
                           MOVE MINWAGE-RECORD TO WS-TEMP-MINWAGE
                           SET MINWAGE-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE MINWAGE-FILE

           IF MINWAGE-FOUND
               MOVE WS-TEMP-MINWAGE TO OUT-MINWAGE OF MINWAGE-SVC-RES
               MOVE 0 TO STATUS-CODE-N OF MINWAGE-SVC-RES
               MOVE 'Minimum wage found'
                   TO STATUS-MSG OF MINWAGE-SVC-RES
           ELSE
               MOVE 404 TO STATUS-CODE-N OF MINWAGE-SVC-RES
               MOVE 'No minimum wage in force on date'
                   TO STATUS-MSG OF MINWAGE-SVC-RES
           END-IF
           .

       OPEN-MINWAGE-FILE-IO.
      *    Pre: None
      *    Post: MINWAGE-FILE open I-O (created first if it didn't
      *          exist), STATUS-CODE-N set

           OPEN I-O MINWAGE-FILE

           IF FILE-NOT-FOUND
      *        Create new file
               OPEN OUTPUT MINWAGE-FILE
               CLOSE MINWAGE-FILE
               OPEN I-O MINWAGE-FILE
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF MINWAGE-SVC-RES
               MOVE 'Cannot open minimum wage file'
                   TO STATUS-MSG OF MINWAGE-SVC-RES
           ELSE
               MOVE 0 TO STATUS-CODE-N OF MINWAGE-SVC-RES
           END-IF
           .

       END PROGRAM MINWAGE-SVC.
