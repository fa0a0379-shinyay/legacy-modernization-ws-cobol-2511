       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTFMAIL.
      ******************************************************************
      * NTFMAIL - Notification Outbox Mail Gateway Exchange
      * Purpose: The daily hand-off between the notification outbox
      *          (NOTIFY-SVC) and the mail gateway. First reads back
      *          the gateway's delivery results for the day and
      *          records each notice sent or failed - a failed one
      *          is queued again the next time its batch raises it.
      *          Then extracts every notice still waiting in the
      *          queue into a numbered interface file for the
      *          gateway, with the recipient's name (the gateway
      *          resolves the address from the EMP-ID), marks each
      *          one extracted, and puts the file on the
      *          transmission register.
      * Input: hr-cobol/data/notify.dat (via NOTIFY-SVC)
      *        hr-cobol/data/import/mailstat_<YYYYMMDD>.dat
      *          Notice key X(30) (recipient 9(9) + event X(4) +
      *          about EMP-ID 9(9) + due date 9(8)) + status X
      *          (S sent, F failed) + delivered at 9(14) +
      *          gateway message X(40)
      *        hr-cobol/data/employees.dat (via EMP-SVC)
      * Output: hr-cobol/data/export/mail_<YYYYMMDD>_<seq>.dat
      *          Header  'H' + sequence 9(6) + date 9(8)
      *          Detail  'D' + notice key X(30) + recipient role X +
      *                  last name X(30) + first name X(30) +
      *                  subject X(60) + body X(160)
      *          Trailer 'T' + detail count 9(6)
      *         hr-cobol/data/export/mailseq.dat (sequence control)
      * Parm: NTFMAIL_DATE environment variable (YYYYMMDD, default
      *       today) - the day whose delivery results are read
      * Return code: 0 clean, 4 failed deliveries or result lines
      *              matching no notice out with the gateway
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAIL-STATUS-FILE
               ASSIGN TO DYNAMIC WS-STATUS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STS-FILE-STATUS.

           SELECT MAIL-FILE
               ASSIGN TO DYNAMIC WS-MAIL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAIL-FILE-STATUS.

           SELECT SEQ-CTL-FILE
               ASSIGN TO 'hr-cobol/data/export/mailseq.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAIL-STATUS-FILE.
       01  MAIL-STATUS-RECORD.
           05  STS-RECIPIENT-ID    PIC 9(9).
           05  STS-EVENT-TYPE      PIC X(4).
           05  STS-ABOUT-EMP-ID    PIC 9(9).
           05  STS-DUE-DATE        PIC 9(8).
           05  STS-STATUS          PIC X.
           05  STS-DELIVERED-AT    PIC 9(14).
           05  STS-MESSAGE         PIC X(40).

       FD  MAIL-FILE.
       01  MAIL-RECORD.
           05  MAIL-REC-TYPE       PIC X.
           05  MAIL-BODY           PIC X(311).
       01  MAIL-DETAIL REDEFINES MAIL-RECORD.
           05  FILLER              PIC X.
           05  MAIL-RECIPIENT-ID   PIC 9(9).
           05  MAIL-EVENT-TYPE     PIC X(4).
           05  MAIL-ABOUT-EMP-ID   PIC 9(9).
           05  MAIL-DUE-DATE       PIC 9(8).
           05  MAIL-ROLE           PIC X.
           05  MAIL-LAST-NAME      PIC X(30).
           05  MAIL-FIRST-NAME     PIC X(30).
           05  MAIL-SUBJECT        PIC X(60).
           05  MAIL-TEXT           PIC X(160).

       FD  SEQ-CTL-FILE.
       01  SEQ-CTL-RECORD          PIC X(10).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'NTFMAIL'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

       01  WS-STS-FILE-STATUS      PIC XX.
           88  STS-FILE-OK             VALUE '00'.
           88  STS-FILE-EOF            VALUE '10'.
           88  STS-FILE-NOT-FOUND      VALUE '35'.
       01  WS-MAIL-FILE-STATUS     PIC XX.
           88  MAIL-FILE-OK            VALUE '00'.
       01  WS-SEQ-FILE-STATUS      PIC XX.
           88  SEQ-FILE-OK             VALUE '00'.

       01  WS-STATUS-PATH          PIC X(60).
       01  WS-MAIL-PATH            PIC X(60).

       01  WS-ENV-DATE             PIC X(10).
       01  WS-RUN-DATE             PIC 9(8) VALUE 0.

      * Working storage for NOTIFY-SVC calls
           COPY ntf-req.
           COPY ntf-res.
       01  WS-CUR-RECIPIENT-ID     PIC 9(9) VALUE 0.
       01  WS-CUR-EVENT-TYPE       PIC X(4) VALUE SPACES.
       01  WS-CUR-ABOUT-EMP-ID     PIC 9(9) VALUE 0.
       01  WS-CUR-DUE-DATE         PIC 9(8) VALUE 0.
       01  WS-SCAN-SW              PIC X.
           88  MORE-NOTICES            VALUE 'Y'.
           88  NO-MORE-NOTICES         VALUE 'N'.

      * Working storage for EMP-SVC calls - the recipient's name,
      * kept for the next notice to the same recipient
           COPY emp-req.
           COPY emp-res.
       01  WS-NAME-FOR-ID          PIC 9(9) VALUE 999999999.
       01  WS-NAME-LAST            PIC X(30).
       01  WS-NAME-FIRST           PIC X(30).

      * Working storage for XMIT-SVC calls - the produced mail file
      * lands on the transmission register
           COPY xmit-req.
           COPY xmit-res.

      * Sequence control
       01  WS-SEQUENCE             PIC 9(6) VALUE 0.

       01  WS-SENT-COUNT           PIC 9(5) VALUE 0.
       01  WS-FAILED-COUNT         PIC 9(5) VALUE 0.
       01  WS-UNMATCHED-COUNT      PIC 9(5) VALUE 0.
       01  WS-EXTRACT-COUNT        PIC 9(6) VALUE 0.
       01  WS-COUNT-DISPLAY        PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'NTFMAIL - Notification Mail Gateway Exchange v'
               WS-VERSION

           ACCEPT WS-ENV-DATE FROM ENVIRONMENT 'NTFMAIL_DATE'
           IF WS-ENV-DATE(1:8) IS NUMERIC
               MOVE WS-ENV-DATE(1:8) TO WS-RUN-DATE
           END-IF
           IF WS-RUN-DATE = 0
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF

           PERFORM READ-BACK-DELIVERIES
           PERFORM NEXT-EXTRACT-SEQUENCE
           PERFORM WRITE-MAIL-FILE

           MOVE WS-SENT-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Delivered:             ' WS-COUNT-DISPLAY
           MOVE WS-FAILED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Delivery failed:       ' WS-COUNT-DISPLAY
           MOVE WS-UNMATCHED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Results not matched:   ' WS-COUNT-DISPLAY
           MOVE WS-EXTRACT-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Handed to the gateway: ' WS-COUNT-DISPLAY
           DISPLAY 'Extract sequence:      ' WS-SEQUENCE

           IF WS-FAILED-COUNT > 0 OR WS-UNMATCHED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      * READ-BACK-DELIVERIES: The gateway's results for the run
      * date, each recorded against the notice it carried. A day
      * without a result file is normal - nothing was out.
       READ-BACK-DELIVERIES.
           MOVE SPACES TO WS-STATUS-PATH
           STRING 'hr-cobol/data/import/mailstat_' WS-RUN-DATE '.dat'
               DELIMITED BY SIZE INTO WS-STATUS-PATH

           OPEN INPUT MAIL-STATUS-FILE
           IF STS-FILE-NOT-FOUND
               DISPLAY 'No delivery results for ' WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           IF NOT STS-FILE-OK
               DISPLAY 'ERROR: Cannot open ' WS-STATUS-PATH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL STS-FILE-EOF
               READ MAIL-STATUS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM RECORD-ONE-RESULT
               END-READ
           END-PERFORM

           CLOSE MAIL-STATUS-FILE
           .

       RECORD-ONE-RESULT.
           INITIALIZE NOTIFY-SVC-REQ
           INITIALIZE NOTIFY-SVC-RES
           SET OP-RECORD-DELIVERY OF NOTIFY-SVC-REQ TO TRUE
           MOVE 'NTFMAIL' TO USER-ID OF NOTIFY-SVC-REQ
           MOVE SPACES TO CORR-ID OF NOTIFY-SVC-REQ
           MOVE STS-RECIPIENT-ID TO Q-RECIPIENT-ID OF NOTIFY-SVC-REQ
           MOVE STS-EVENT-TYPE TO Q-EVENT-TYPE OF NOTIFY-SVC-REQ
           MOVE STS-ABOUT-EMP-ID TO Q-ABOUT-EMP-ID OF NOTIFY-SVC-REQ
           MOVE STS-DUE-DATE TO Q-DUE-DATE OF NOTIFY-SVC-REQ
           MOVE STS-STATUS TO Q-DELIVERY-STATUS OF NOTIFY-SVC-REQ
           MOVE STS-DELIVERED-AT TO Q-DELIVERED-AT OF NOTIFY-SVC-REQ
           MOVE STS-MESSAGE TO Q-DELIVERY-MSG OF NOTIFY-SVC-REQ

           CALL 'NOTIFY-SVC' USING NOTIFY-SVC-REQ NOTIFY-SVC-RES

           IF NOT OK OF NOTIFY-SVC-RES
               ADD 1 TO WS-UNMATCHED-COUNT
               DISPLAY 'WARNING: result for ' STS-RECIPIENT-ID ' '
                   STS-EVENT-TYPE ' ' STS-ABOUT-EMP-ID ' '
                   STS-DUE-DATE ' not recorded - '
                   STATUS-MSG OF NOTIFY-SVC-RES(1:50)
               EXIT PARAGRAPH
           END-IF

           IF NTF-SENT OF OUT-NOTIFY OF NOTIFY-SVC-RES
               ADD 1 TO WS-SENT-COUNT
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY 'FAILED: ' STS-RECIPIENT-ID ' '
                   STS-EVENT-TYPE ' ' STS-ABOUT-EMP-ID ' - '
                   STS-MESSAGE
           END-IF
           .

      * NEXT-EXTRACT-SEQUENCE: Increments the running extract
      * sequence the gateway uses to detect a missed file.
       NEXT-EXTRACT-SEQUENCE.
           MOVE 0 TO WS-SEQUENCE
           OPEN INPUT SEQ-CTL-FILE
           IF SEQ-FILE-OK
               READ SEQ-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SEQ-CTL-RECORD(1:6) IS NUMERIC
                           MOVE SEQ-CTL-RECORD(1:6) TO WS-SEQUENCE
                       END-IF
               END-READ
               CLOSE SEQ-CTL-FILE
           END-IF

           ADD 1 TO WS-SEQUENCE

           OPEN OUTPUT SEQ-CTL-FILE
           MOVE SPACES TO SEQ-CTL-RECORD
           MOVE WS-SEQUENCE TO SEQ-CTL-RECORD(1:6)
           WRITE SEQ-CTL-RECORD
           CLOSE SEQ-CTL-FILE
           .

      * WRITE-MAIL-FILE: Every notice waiting in the queue, in
      * recipient order, into the numbered extract - the sequence is
      * in the name, so a second run in a day never overwrites a
      * file the gateway has not collected.
       WRITE-MAIL-FILE.
           MOVE SPACES TO WS-MAIL-PATH
           STRING 'hr-cobol/data/export/mail_'
                  WS-RUN-DATE '_' WS-SEQUENCE '.dat'
               DELIMITED BY SIZE INTO WS-MAIL-PATH

           OPEN OUTPUT MAIL-FILE
           IF NOT MAIL-FILE-OK
               DISPLAY 'ERROR: Cannot open ' WS-MAIL-PATH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    Header: sequence + date, the missed-file detection pair
           MOVE SPACES TO MAIL-RECORD
           MOVE 'H' TO MAIL-REC-TYPE
           MOVE WS-SEQUENCE TO MAIL-BODY(1:6)
           MOVE WS-RUN-DATE TO MAIL-BODY(7:8)
           WRITE MAIL-RECORD

           MOVE 0 TO WS-CUR-RECIPIENT-ID
           MOVE SPACES TO WS-CUR-EVENT-TYPE
           MOVE 0 TO WS-CUR-ABOUT-EMP-ID
           MOVE 0 TO WS-CUR-DUE-DATE
           SET MORE-NOTICES TO TRUE
           PERFORM EXTRACT-NEXT-NOTICE
               UNTIL NO-MORE-NOTICES

      *    Trailer: detail count
           MOVE SPACES TO MAIL-RECORD
           MOVE 'T' TO MAIL-REC-TYPE
           MOVE WS-EXTRACT-COUNT TO MAIL-BODY(1:6)
           WRITE MAIL-RECORD

           CLOSE MAIL-FILE
           DISPLAY 'Mail file: ' WS-MAIL-PATH

      *    Onto the transmission register - the operator marks the
      *    upload and the acknowledgment from HRMENU
           INITIALIZE XMIT-SVC-REQ
           INITIALIZE XMIT-SVC-RES
           SET OP-REGISTER OF XMIT-SVC-REQ TO TRUE
           MOVE 'NTFMAIL' TO USER-ID OF XMIT-SVC-REQ
           MOVE SPACES TO CORR-ID OF XMIT-SVC-REQ
           MOVE 'NTFMAIL' TO XMIT-JOB OF IN-XMIT OF XMIT-SVC-REQ
           MOVE WS-MAIL-PATH(10:40)
               TO XMIT-FILE-NAME OF IN-XMIT OF XMIT-SVC-REQ
           MOVE WS-EXTRACT-COUNT
               TO XMIT-RECORD-COUNT OF IN-XMIT OF XMIT-SVC-REQ
           MOVE 0 TO XMIT-HASH-TOTAL OF IN-XMIT OF XMIT-SVC-REQ

           CALL 'XMIT-SVC' USING XMIT-SVC-REQ XMIT-SVC-RES

           IF OK OF XMIT-SVC-RES
               DISPLAY 'Registered as generation '
                   GEN-NUMBER OF OUT-XMIT OF XMIT-SVC-RES
           END-IF
           .

       EXTRACT-NEXT-NOTICE.
           INITIALIZE NOTIFY-SVC-REQ
           INITIALIZE NOTIFY-SVC-RES
           SET OP-LIST OF NOTIFY-SVC-REQ TO TRUE
           MOVE 'NTFMAIL' TO USER-ID OF NOTIFY-SVC-REQ
           MOVE SPACES TO CORR-ID OF NOTIFY-SVC-REQ
           MOVE WS-CUR-RECIPIENT-ID TO Q-RECIPIENT-ID OF NOTIFY-SVC-REQ
           MOVE WS-CUR-EVENT-TYPE TO Q-EVENT-TYPE OF NOTIFY-SVC-REQ
           MOVE WS-CUR-ABOUT-EMP-ID TO Q-ABOUT-EMP-ID OF NOTIFY-SVC-REQ
           MOVE WS-CUR-DUE-DATE TO Q-DUE-DATE OF NOTIFY-SVC-REQ

           CALL 'NOTIFY-SVC' USING NOTIFY-SVC-REQ NOTIFY-SVC-RES

           IF NOT OK OF NOTIFY-SVC-RES
               SET NO-MORE-NOTICES TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE NTF-RECIPIENT-ID OF OUT-NOTIFY OF NOTIFY-SVC-RES
               TO WS-CUR-RECIPIENT-ID
           MOVE NTF-EVENT-TYPE OF OUT-NOTIFY OF NOTIFY-SVC-RES
               TO WS-CUR-EVENT-TYPE
           MOVE NTF-ABOUT-EMP-ID OF OUT-NOTIFY OF NOTIFY-SVC-RES
               TO WS-CUR-ABOUT-EMP-ID
           MOVE NTF-DUE-DATE OF OUT-NOTIFY OF NOTIFY-SVC-RES
               TO WS-CUR-DUE-DATE

           IF NOT NTF-QUEUED OF OUT-NOTIFY OF NOTIFY-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM RESOLVE-RECIPIENT-NAME

           MOVE SPACES TO MAIL-RECORD
           MOVE 'D' TO MAIL-REC-TYPE
           MOVE WS-CUR-RECIPIENT-ID TO MAIL-RECIPIENT-ID
           MOVE WS-CUR-EVENT-TYPE TO MAIL-EVENT-TYPE
           MOVE WS-CUR-ABOUT-EMP-ID TO MAIL-ABOUT-EMP-ID
           MOVE WS-CUR-DUE-DATE TO MAIL-DUE-DATE
           MOVE NTF-RECIPIENT-ROLE OF OUT-NOTIFY OF NOTIFY-SVC-RES
               TO MAIL-ROLE
           MOVE WS-NAME-LAST TO MAIL-LAST-NAME
           MOVE WS-NAME-FIRST TO MAIL-FIRST-NAME
           MOVE NTF-SUBJECT OF OUT-NOTIFY OF NOTIFY-SVC-RES
               TO MAIL-SUBJECT
           MOVE NTF-BODY OF OUT-NOTIFY OF NOTIFY-SVC-RES TO MAIL-TEXT
           WRITE MAIL-RECORD
           ADD 1 TO WS-EXTRACT-COUNT

           INITIALIZE NOTIFY-SVC-REQ
           INITIALIZE NOTIFY-SVC-RES
           SET OP-MARK-EXTRACTED OF NOTIFY-SVC-REQ TO TRUE
           MOVE 'NTFMAIL' TO USER-ID OF NOTIFY-SVC-REQ
           MOVE SPACES TO CORR-ID OF NOTIFY-SVC-REQ
           MOVE WS-CUR-RECIPIENT-ID TO Q-RECIPIENT-ID OF NOTIFY-SVC-REQ
           MOVE WS-CUR-EVENT-TYPE TO Q-EVENT-TYPE OF NOTIFY-SVC-REQ
           MOVE WS-CUR-ABOUT-EMP-ID TO Q-ABOUT-EMP-ID OF NOTIFY-SVC-REQ
           MOVE WS-CUR-DUE-DATE TO Q-DUE-DATE OF NOTIFY-SVC-REQ
           MOVE WS-SEQUENCE TO Q-EXTRACT-SEQ OF NOTIFY-SVC-REQ

           CALL 'NOTIFY-SVC' USING NOTIFY-SVC-REQ NOTIFY-SVC-RES

           IF NOT OK OF NOTIFY-SVC-RES
               DISPLAY 'WARNING: notice to ' WS-CUR-RECIPIENT-ID
                   ' not marked extracted - '
                   STATUS-MSG OF NOTIFY-SVC-RES(1:50)
           END-IF
           .

      * RESOLVE-RECIPIENT-NAME: Zero is the HR mailbox; anyone else
      * is looked up once per run of notices to them.
       RESOLVE-RECIPIENT-NAME.
           IF WS-CUR-RECIPIENT-ID = WS-NAME-FOR-ID
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CUR-RECIPIENT-ID TO WS-NAME-FOR-ID
           MOVE SPACES TO WS-NAME-LAST
           MOVE SPACES TO WS-NAME-FIRST
           IF WS-CUR-RECIPIENT-ID = 0
               MOVE 'HR MAILBOX' TO WS-NAME-LAST
               EXIT PARAGRAPH
           END-IF

           INITIALIZE EMP-SVC-REQ
           INITIALIZE EMP-SVC-RES
           MOVE 'F' TO OP-CODE OF EMP-SVC-REQ
           MOVE 'NTFMAIL' TO USER-ID OF EMP-SVC-REQ
           MOVE SPACES TO CORR-ID OF EMP-SVC-REQ
           MOVE WS-CUR-RECIPIENT-ID TO Q-EMP-ID OF EMP-SVC-REQ
           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES
           IF OK OF EMP-SVC-RES
               MOVE LAST-NAME OF OUT-EMP OF EMP-SVC-RES
                   TO WS-NAME-LAST
               MOVE FIRST-NAME OF OUT-EMP OF EMP-SVC-RES
                   TO WS-NAME-FIRST
           END-IF
           .

       END PROGRAM NTFMAIL.
