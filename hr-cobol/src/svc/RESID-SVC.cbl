       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESID-SVC.
      ******************************************************************
      * RESID-SVC - Residence Status Service
      * Purpose: Maintains the per-employee residence status record
      *          for foreign national employees - card number, status
      *          of residence, permitted period of stay and the work
      *          the status allows - that RESIDEXP watches for expiry,
      *          RESIDHRS checks the timecards of capped statuses
      *          against, and EINOTIF makes the foreign worker
      *          employment notice out from. ADD upserts (a renewed
      *          card replaces the old record), FIND answers it, END
      *          marks it ended.
      * Operations: ADD, FIND, END
      * Pre: Valid request with OP-CODE, USER-ID, CORR-ID
      * Post: Response with STATUS-CODE-N and STATUS-MSG
      * Note: RESID-FILE is owned by this service directly, the way
      *       COMMUTE-SVC owns commute.dat - keyed on EMP-ID.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESID-FILE ASSIGN TO 'hr-cobol/data/residence.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSD-REC-KEY
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * RSD-REC-KEY occupies the EMP-ID byte range (positions 12-20
      * of the 200-byte record).
       FD  RESID-FILE.
       01  RESID-RECORD.
           05  FILLER               PIC X(11).
           05  RSD-REC-KEY          PIC X(9).
           05  FILLER               PIC X(180).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(11) VALUE 'RESID-SVC'.
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

      * The weekly ceiling a capped status carries when none is
      * entered - raised per record for the long school vacations
       78  DEFAULT-WEEKLY-CAP      VALUE 28.

       01  WS-TEMP-RESID.
           COPY residence REPLACING ==05== BY ==10==.
       01  WS-PRIOR-RESID.
           COPY residence REPLACING ==05== BY ==10==.

       01  WS-EMP-ID-STR           PIC X(9).
       01  WS-RECORD-EXISTS-SW     PIC X.
           88  RESID-EXISTS            VALUE 'Y'.
           88  RESID-NEW               VALUE 'N'.

      * Working storage for AUDIT-LOG calls
       01  WS-AUDIT-REC.
           COPY audit.

       LINKAGE SECTION.
           COPY resid-req.
           COPY resid-res.

       PROCEDURE DIVISION USING RESID-SVC-REQ RESID-SVC-RES.

       MAIN-PROCESS.
      *    Initialize response
           INITIALIZE RESID-SVC-RES
           MOVE CORR-ID OF RESID-SVC-REQ
               TO CORR-ID OF RESID-SVC-RES

      *    Get current date and timestamp
           ACCEPT WS-DATE-1 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-DATE-1 WS-CURRENT-TIME
               DELIMITED BY SIZE
               INTO WS-CURRENT-TIMESTAMP

      *    Route to operation
           EVALUATE TRUE
               WHEN OP-ADD OF RESID-SVC-REQ
                   PERFORM ADD-RESIDENCE
               WHEN OP-FIND OF RESID-SVC-REQ
                   PERFORM FIND-RESIDENCE
               WHEN OP-END OF RESID-SVC-REQ
                   PERFORM END-RESIDENCE
               WHEN OTHER
                   MOVE 422 TO STATUS-CODE-N OF RESID-SVC-RES
                   MOVE 'Invalid operation code'
                       TO STATUS-MSG OF RESID-SVC-RES
           END-EVALUATE

           GOBACK
           .

       ADD-RESIDENCE.
      *    Pre: IN-RESID populated with EMP-ID, CARD-NUMBER, status
      *         of residence, ACTIVITY-LIMIT and (unless the status
      *         has no period) PERMIT-EXPIRY
      *    Post: Record written (or replaced - a renewed card
      *          supersedes the old one, created stamps kept)

           PERFORM VALIDATE-RESIDENCE
           IF NOT OK OF RESID-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-RESID-FILE-IO
           IF NOT OK OF RESID-SVC-RES
               EXIT PARAGRAPH
           END-IF

           SET RESID-NEW TO TRUE
           MOVE EMP-ID OF IN-RESID OF RESID-SVC-REQ
               TO WS-EMP-ID-STR
           MOVE WS-EMP-ID-STR TO RSD-REC-KEY
           READ RESID-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RESID-EXISTS TO TRUE
                   MOVE RESID-RECORD TO WS-PRIOR-RESID
           END-READ

           MOVE IN-RESID OF RESID-SVC-REQ TO WS-TEMP-RESID
           MOVE 1 TO RECORD-VERSION OF WS-TEMP-RESID
           SET RESID-ACTIVE OF WS-TEMP-RESID TO TRUE
           IF RESID-EXISTS
               COMPUTE REC-VERSION OF WS-TEMP-RESID =
                   REC-VERSION OF WS-PRIOR-RESID + 1
               MOVE CREATED-BY OF WS-PRIOR-RESID
                   TO CREATED-BY OF WS-TEMP-RESID
               MOVE CREATED-AT OF WS-PRIOR-RESID
                   TO CREATED-AT OF WS-TEMP-RESID
               MOVE USER-ID OF RESID-SVC-REQ(1:8)
                   TO MODIFIED-BY OF WS-TEMP-RESID
               MOVE WS-CURRENT-TIMESTAMP
                   TO MODIFIED-AT OF WS-TEMP-RESID
           ELSE
               MOVE 1 TO REC-VERSION OF WS-TEMP-RESID
               MOVE USER-ID OF RESID-SVC-REQ(1:8)
                   TO CREATED-BY OF WS-TEMP-RESID
               MOVE WS-CURRENT-TIMESTAMP
                   TO CREATED-AT OF WS-TEMP-RESID
               MOVE SPACES TO MODIFIED-BY OF WS-TEMP-RESID
               MOVE 0 TO MODIFIED-AT OF WS-TEMP-RESID
           END-IF

           MOVE WS-TEMP-RESID TO RESID-RECORD
           IF RESID-EXISTS
               REWRITE RESID-RECORD
           ELSE
               WRITE RESID-RECORD
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF RESID-SVC-RES
               MOVE 'Failed to write residence record'
                   TO STATUS-MSG OF RESID-SVC-RES
               CLOSE RESID-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE RESID-FILE

           INITIALIZE WS-AUDIT-REC
           MOVE 'RESID-SET' TO ACTION OF WS-AUDIT-REC
           MOVE 'RSD' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE EMP-ID OF WS-TEMP-RESID
               TO ENTITY-ID OF WS-AUDIT-REC
           MOVE USER-ID OF RESID-SVC-REQ
               TO USER-ID OF WS-AUDIT-REC
           MOVE CORR-ID OF RESID-SVC-REQ
               TO CORR-ID OF WS-AUDIT-REC
           IF RESID-EXISTS
               MOVE WS-PRIOR-RESID TO BEFORE-VALUE OF WS-AUDIT-REC
           END-IF
           MOVE WS-TEMP-RESID TO AFTER-VALUE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC

           MOVE 0 TO STATUS-CODE-N OF RESID-SVC-RES
           MOVE 'Residence status recorded'
               TO STATUS-MSG OF RESID-SVC-RES
           MOVE WS-TEMP-RESID TO OUT-RESID OF RESID-SVC-RES
           .

      * VALIDATE-RESIDENCE: The card and status are required; the
      * period of stay must be a real date unless the status has no
      * period, and a capped status takes the standard weekly
      * ceiling when none is entered.
       VALIDATE-RESIDENCE.
           MOVE 0 TO STATUS-CODE-N OF RESID-SVC-RES

           IF EMP-ID OF IN-RESID OF RESID-SVC-REQ = 0
                   OR CARD-NUMBER OF IN-RESID OF RESID-SVC-REQ
                       = SPACES
                   OR RES-STATUS-NAME OF IN-RESID OF RESID-SVC-REQ
                       = SPACES
               MOVE 422 TO STATUS-CODE-N OF RESID-SVC-RES
               MOVE 'EMP-ID, CARD-NUMBER and status required'
                   TO STATUS-MSG OF RESID-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF NOT ACTIVITY-UNRESTRICTED OF IN-RESID OF RESID-SVC-REQ
                   AND NOT ACTIVITY-WITHIN-STATUS
                       OF IN-RESID OF RESID-SVC-REQ
                   AND NOT ACTIVITY-CAPPED
                       OF IN-RESID OF RESID-SVC-REQ
               MOVE 422 TO STATUS-CODE-N OF RESID-SVC-RES
               MOVE 'ACTIVITY-LIMIT must be U, S or C'
                   TO STATUS-MSG OF RESID-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF PERMIT-EXPIRY OF IN-RESID OF RESID-SVC-REQ = 0
               IF NOT ACTIVITY-UNRESTRICTED
                       OF IN-RESID OF RESID-SVC-REQ
                   MOVE 422 TO STATUS-CODE-N OF RESID-SVC-RES
                   MOVE 'PERMIT-EXPIRY is required for this status'
                       TO STATUS-MSG OF RESID-SVC-RES
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE 'V ' TO WS-DATE-OPERATION
               MOVE PERMIT-EXPIRY OF IN-RESID OF RESID-SVC-REQ
                   TO WS-DATE-UTIL-D1
               CALL 'DATE-UTIL' USING WS-DATE-OPERATION
                                      WS-DATE-UTIL-D1
                                      WS-DATE-UTIL-D2
                                      WS-DATE-UTIL-RESULT
                                      WS-DATE-UTIL-STATUS
               IF WS-DATE-UTIL-STATUS NOT = 0
                   MOVE 422 TO STATUS-CODE-N OF RESID-SVC-RES
                   MOVE 'PERMIT-EXPIRY is not a valid YYYYMMDD date'
                       TO STATUS-MSG OF RESID-SVC-RES
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF ACTIVITY-CAPPED OF IN-RESID OF RESID-SVC-REQ
               IF WEEKLY-CAP-HOURS OF IN-RESID OF RESID-SVC-REQ = 0
                   MOVE DEFAULT-WEEKLY-CAP
                       TO WEEKLY-CAP-HOURS OF IN-RESID OF RESID-SVC-REQ
               END-IF
           ELSE
               MOVE 0 TO WEEKLY-CAP-HOURS OF IN-RESID OF RESID-SVC-REQ
           END-IF
           .

       FIND-RESIDENCE.
      *    Pre: Q-EMP-ID populated
      *    Post: OUT-RESID carries the employee's record

           IF Q-EMP-ID OF RESID-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF RESID-SVC-RES
               MOVE 'Q-EMP-ID is required'
                   TO STATUS-MSG OF RESID-SVC-RES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT RESID-FILE
           IF FILE-NOT-FOUND
               MOVE 404 TO STATUS-CODE-N OF RESID-SVC-RES
               MOVE 'No residence records on file'
                   TO STATUS-MSG OF RESID-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF RESID-SVC-RES
               MOVE 'Cannot open residence file'
                   TO STATUS-MSG OF RESID-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-EMP-ID OF RESID-SVC-REQ TO WS-EMP-ID-STR
           MOVE WS-EMP-ID-STR TO RSD-REC-KEY
           READ RESID-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF RESID-SVC-RES
                   MOVE 'No residence record for employee'
                       TO STATUS-MSG OF RESID-SVC-RES
               NOT INVALID KEY
                   MOVE RESID-RECORD TO WS-TEMP-RESID
                   MOVE WS-TEMP-RESID
                       TO OUT-RESID OF RESID-SVC-RES
                   MOVE 0 TO STATUS-CODE-N OF RESID-SVC-RES
                   MOVE 'Residence record answered'
                       TO STATUS-MSG OF RESID-SVC-RES
           END-READ

           CLOSE RESID-FILE
           .

       END-RESIDENCE.
      *    Pre: Q-EMP-ID populated
      *    Post: Record marked ended - expiry and hours monitoring
      *          stop (naturalisation, or the record kept after the
      *          employee left)

           IF Q-EMP-ID OF RESID-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF RESID-SVC-RES
               MOVE 'Q-EMP-ID is required'
                   TO STATUS-MSG OF RESID-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-RESID-FILE-IO
           IF NOT OK OF RESID-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-EMP-ID OF RESID-SVC-REQ TO WS-EMP-ID-STR
           MOVE WS-EMP-ID-STR TO RSD-REC-KEY
           READ RESID-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF RESID-SVC-RES
                   MOVE 'No residence record for employee'
                       TO STATUS-MSG OF RESID-SVC-RES
                   CLOSE RESID-FILE
                   EXIT PARAGRAPH
           END-READ

           MOVE RESID-RECORD TO WS-TEMP-RESID
           SET RESID-ENDED OF WS-TEMP-RESID TO TRUE
           ADD 1 TO REC-VERSION OF WS-TEMP-RESID
           MOVE USER-ID OF RESID-SVC-REQ(1:8)
               TO MODIFIED-BY OF WS-TEMP-RESID
           MOVE WS-CURRENT-TIMESTAMP
               TO MODIFIED-AT OF WS-TEMP-RESID

           MOVE WS-TEMP-RESID TO RESID-RECORD
           REWRITE RESID-RECORD

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF RESID-SVC-RES
               MOVE 'Failed to end residence record'
                   TO STATUS-MSG OF RESID-SVC-RES
               CLOSE RESID-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE RESID-FILE

           INITIALIZE WS-AUDIT-REC
           MOVE 'RESID-END' TO ACTION OF WS-AUDIT-REC
           MOVE 'RSD' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE Q-EMP-ID OF RESID-SVC-REQ
               TO ENTITY-ID OF WS-AUDIT-REC
           MOVE USER-ID OF RESID-SVC-REQ
               TO USER-ID OF WS-AUDIT-REC
           MOVE CORR-ID OF RESID-SVC-REQ
               TO CORR-ID OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC

           MOVE 0 TO STATUS-CODE-N OF RESID-SVC-RES
           MOVE 'Residence record ended'
               TO STATUS-MSG OF RESID-SVC-RES
           MOVE WS-TEMP-RESID TO OUT-RESID OF RESID-SVC-RES
           .

       OPEN-RESID-FILE-IO.
      *    Pre: None
      *    Post: RESID-FILE open I-O (created first if it didn't
      *          exist), STATUS-CODE-N set

           OPEN I-O RESID-FILE

           IF FILE-NOT-FOUND
      *        Create new file
               OPEN OUTPUT RESID-FILE
               CLOSE RESID-FILE
               OPEN I-O RESID-FILE
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF RESID-SVC-RES
               MOVE 'Cannot open residence file'
                   TO STATUS-MSG OF RESID-SVC-RES
           ELSE
               MOVE 0 TO STATUS-CODE-N OF RESID-SVC-RES
           END-IF
           .

       END PROGRAM RESID-SVC.
