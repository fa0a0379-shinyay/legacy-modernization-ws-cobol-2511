      *          REHIRE) becomes an acquisition notice, a
      *          termination becomes a loss notice with the
      *          TERM-REASON-CODE mapped to the agency's loss reason,
      *          deduplicated to one notice per employee and company
      *          per day. An intercompany transfer is a loss with
      *          the company left and an acquisition with the one
      *          joined, each under its own company. A
      *          control report lists what was generated, and
      *          re-running with EINOTIF_DATE regenerates a missed
      *          day still in the live audit log. A hire or loss of
      *          an employee holding a residence record also goes
      *          out as a foreign worker employment notice, from the
      *          residence card details RESID-SVC keeps.
      * Input: hr-cobol/data/audit.log
      *        hr-cobol/data/residence.dat
      * Output: hr-cobol/data/export/einotif_<YYYYMMDD>.dat
      *          Acquisition 'A' + EMP-ID 9(9) + KANA-LAST X(15) +
      *                  KANA-FIRST X(10) + BIRTH-DATE 9(8) +
      *          Loss        'L' + EMP-ID 9(9) + KANA-LAST X(15) +
      *                  KANA-FIRST X(10) + LOSS-DATE 9(8) +
      *                  REASON X(2) + LOSS-CODE 9
      *          Both rows then carry COMPANY-CODE X(2) at column 61
      *         hr-cobol/data/export/fwnotif_<YYYYMMDD>.dat
      *          (only when a foreign employee is hired or lost)
      *          'A' or 'L' + EMP-ID 9(9) + ROMAJI-NAME X(40) +
      *                  NATIONALITY X(20) + RES-STATUS X(30) +
      *                  PERMIT-EXPIRY 9(8) + ACTIVITY-LIMIT X +
      *                  CARD-NUMBER X(12) + BIRTH-DATE 9(8) +
      *                  SEX X + HIRE/LOSS-DATE 9(8) + DEPT-ID 9(6)
      *         hr-cobol/data/reports/EINOTIF_<generation>.rpt
      *         (control report)
      * Parm: EINOTIF_DATE environment variable (YYYYMMDD, default
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTF-FILE-STATUS.

           SELECT FWNOTIF-FILE
               ASSIGN TO DYNAMIC WS-FWN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FWN-FILE-STATUS.

           SELECT RESID-FILE
               ASSIGN TO 'hr-cobol/data/residence.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
           05  NTF-DEPT-ID         PIC 9(6).
           05  NTF-REASON          PIC X(2).
           05  NTF-LOSS-CODE       PIC 9.
           05  NTF-COMPANY-CODE    PIC X(2).
           05  FILLER              PIC X(8).

       FD  FWNOTIF-FILE.
       01  FWNOTIF-RECORD.
           05  FWN-REC-TYPE        PIC X.
           05  FWN-EMP-ID          PIC 9(9).
           05  FWN-ROMAJI-NAME     PIC X(40).
           05  FWN-NATIONALITY     PIC X(20).
           05  FWN-RES-STATUS      PIC X(30).
           05  FWN-PERMIT-EXPIRY   PIC 9(8).
           05  FWN-ACTIVITY-LIMIT  PIC X.
           05  FWN-CARD-NUMBER     PIC X(12).
           05  FWN-BIRTH-DATE      PIC 9(8).
           05  FWN-SEX-CODE        PIC X.
           05  FWN-EVENT-DATE      PIC 9(8).
           05  FWN-DEPT-ID         PIC 9(6).
           05  FILLER              PIC X(10).

       FD  RESID-FILE.
       01  RESID-RECORD            PIC X(200).

       WORKING-STORAGE SECTION.

           COPY constants.
           88  AUDIT-FILE-EOF          VALUE '10'.
           88  AUDIT-FILE-NOT-FOUND    VALUE '35'.
       01  WS-NTF-FILE-STATUS      PIC XX.
       01  WS-FWN-FILE-STATUS      PIC XX.
       01  WS-RSD-FILE-STATUS      PIC XX.
           88  RSD-FILE-OK             VALUE '00'.
           88  RSD-FILE-EOF            VALUE '10'.
           88  RSD-FILE-NOT-FOUND      VALUE '35'.

       01  WS-NOTIF-PATH           PIC X(60).
       01  WS-FWN-PATH             PIC X(60).
       01  WS-FWN-OPEN-SW          PIC X VALUE 'N'.
           88  FWN-FILE-OPEN           VALUE 'Y'.

       01  WS-RSD-REC.
           COPY residence REPLACING ==05== BY ==10==.

       01  WS-ENV-DATE             PIC X(10).
       01  WS-EXTRACT-DATE         PIC 9(8) VALUE 0.
       01  WS-RPT-LINE             PIC X(100).
       01  WS-RPT-STATUS           PIC 9.

      * One pending notice per employee and company - a later entry
      * of the day replaces an earlier one, the same deduplication
      * EXPCHG uses
       78  MAX-NOTICES             VALUE 1000.
       01  WS-NOTICE-COUNT         PIC 9(4) VALUE 0.
       01  WS-NOTICE-TABLE.
               10  WS-NTC-KANA-LAST    PIC X(30).
               10  WS-NTC-KANA-FIRST   PIC X(30).
               10  WS-NTC-BIRTH        PIC 9(8).
               10  WS-NTC-SEX          PIC X.
               10  WS-NTC-EVENT-DATE   PIC 9(8).
               10  WS-NTC-DEPT         PIC 9(6).
               10  WS-NTC-REASON       PIC X(2).
               10  WS-NTC-COMPANY      PIC X(2).
       01  WS-LOOKUP-EMP           PIC 9(9).
       01  WS-LOOKUP-COMPANY       PIC X(2).
       01  WS-FOUND-SW             PIC X.
           88  NOTICE-SLOT-FOUND       VALUE 'Y'.
           88  NOTICE-SLOT-NOT-FOUND   VALUE 'N'.

      * Residence records of foreign employees, in EMP-ID order as
      * the residence file arrives - ended records included, since a
      * loss notice follows the record being closed off
       78  MAX-RESIDENTS           VALUE 2000.
       01  WS-RES-COUNT            PIC 9(4) VALUE 0.
       01  WS-RES-TABLE.
           05  WS-RES-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-RES-COUNT
                   ASCENDING KEY IS WS-RT-EMP-ID
                   INDEXED BY WS-RES-IDX.
               10  WS-RT-EMP-ID        PIC 9(9).
               10  WS-RT-ROMAJI-NAME   PIC X(40).
               10  WS-RT-NATIONALITY   PIC X(20).
               10  WS-RT-STATUS-NAME   PIC X(30).
               10  WS-RT-EXPIRY        PIC 9(8).
               10  WS-RT-LIMIT         PIC X.
               10  WS-RT-CARD          PIC X(12).
       01  WS-RES-FOUND-SW         PIC X.
           88  RESIDENT-FOUND          VALUE 'Y'.
           88  RESIDENT-NOT-FOUND      VALUE 'N'.

       01  WS-ACQ-COUNT            PIC 9(4) VALUE 0.
       01  WS-FOREIGN-COUNT        PIC 9(4) VALUE 0.
       01  WS-LOSS-COUNT           PIC 9(4) VALUE 0.
       01  WS-COUNT-DISPLAY        PIC ZZ,ZZ9.
       01  WS-EMP-ID-DISPLAY       PIC 9(9).
           DISPLAY 'Generating notices for ' WS-EXTRACT-DATE

           PERFORM COLLECT-DAY-NOTICES
           PERFORM LOAD-RESIDENTS

           IF WS-NOTICE-COUNT = 0
               DISPLAY 'No hires or terminations on the day.'
           DISPLAY 'Acquisition notices: ' WS-COUNT-DISPLAY
           MOVE WS-LOSS-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Loss notices:        ' WS-COUNT-DISPLAY
           MOVE WS-FOREIGN-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Foreign worker:      ' WS-COUNT-DISPLAY
           STOP RUN
           .

           .

      * CLASSIFY-ONE-ENTRY: An EMP entry of the extract day becomes
      * an acquisition or loss notice. An intercompany transfer is
      * both - the employment with the company left ends the day
      * before the transfer; everything else (transfers within the
      * company, updates, leave churn) is not an insurance event.
       CLASSIFY-ONE-ENTRY.
           IF ENTITY-TYPE OF AUDIT-RECORD NOT = 'EMP'
               EXIT PARAGRAPH
                   PERFORM RECORD-ACQUISITION
               WHEN 'TERMINATE   '
                   PERFORM RECORD-LOSS
               WHEN 'ICTRANSFER  '
                   PERFORM RECORD-TRANSFER-LOSS
                   PERFORM RECORD-TRANSFER-ACQUISITION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

       RECORD-ACQUISITION.
           MOVE ENTITY-ID OF AUDIT-RECORD TO WS-LOOKUP-EMP
           MOVE COMPANY-CODE OF WS-AFTER-EMP TO WS-LOOKUP-COMPANY
           PERFORM FIND-OR-ADD-NOTICE-SLOT
           IF NOTICE-SLOT-NOT-FOUND
               EXIT PARAGRAPH
               TO WS-NTC-KANA-FIRST(WS-NTC-IDX)
           MOVE BIRTH-DATE OF WS-AFTER-EMP
               TO WS-NTC-BIRTH(WS-NTC-IDX)
           MOVE SEX-CODE OF WS-AFTER-EMP
               TO WS-NTC-SEX(WS-NTC-IDX)
           MOVE HIRE-DATE OF WS-AFTER-EMP
               TO WS-NTC-EVENT-DATE(WS-NTC-IDX)
           MOVE DEPT-ID OF WS-AFTER-EMP

       RECORD-LOSS.
           MOVE ENTITY-ID OF AUDIT-RECORD TO WS-LOOKUP-EMP
           MOVE COMPANY-CODE OF WS-AFTER-EMP TO WS-LOOKUP-COMPANY
           PERFORM FIND-OR-ADD-NOTICE-SLOT
           IF NOTICE-SLOT-NOT-FOUND
               EXIT PARAGRAPH
               TO WS-NTC-KANA-FIRST(WS-NTC-IDX)
           MOVE BIRTH-DATE OF WS-AFTER-EMP
               TO WS-NTC-BIRTH(WS-NTC-IDX)
           MOVE SEX-CODE OF WS-AFTER-EMP
               TO WS-NTC-SEX(WS-NTC-IDX)
           MOVE VALID-TO OF WS-AFTER-EMP
               TO WS-NTC-EVENT-DATE(WS-NTC-IDX)
           MOVE DEPT-ID OF WS-AFTER-EMP
               TO WS-NTC-REASON(WS-NTC-IDX)
           .

      * RECORD-TRANSFER-LOSS: From the closed version - the company
      * and department left, last day in VALID-TO.
       RECORD-TRANSFER-LOSS.
           MOVE ENTITY-ID OF AUDIT-RECORD TO WS-LOOKUP-EMP
           MOVE COMPANY-CODE OF WS-BEFORE-EMP TO WS-LOOKUP-COMPANY
           PERFORM FIND-OR-ADD-NOTICE-SLOT
           IF NOTICE-SLOT-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           MOVE 'L' TO WS-NTC-TYPE(WS-NTC-IDX)
           MOVE KANA-LAST OF WS-BEFORE-EMP
               TO WS-NTC-KANA-LAST(WS-NTC-IDX)
           MOVE KANA-FIRST OF WS-BEFORE-EMP
               TO WS-NTC-KANA-FIRST(WS-NTC-IDX)
           MOVE BIRTH-DATE OF WS-BEFORE-EMP
               TO WS-NTC-BIRTH(WS-NTC-IDX)
           MOVE SEX-CODE OF WS-BEFORE-EMP
               TO WS-NTC-SEX(WS-NTC-IDX)
           MOVE VALID-TO OF WS-BEFORE-EMP
               TO WS-NTC-EVENT-DATE(WS-NTC-IDX)
           MOVE DEPT-ID OF WS-BEFORE-EMP
               TO WS-NTC-DEPT(WS-NTC-IDX)
           MOVE 'IC' TO WS-NTC-REASON(WS-NTC-IDX)
           .

      * RECORD-TRANSFER-ACQUISITION: With the new company from the
      * transfer date rather than the original hire date.
       RECORD-TRANSFER-ACQUISITION.
           MOVE ENTITY-ID OF AUDIT-RECORD TO WS-LOOKUP-EMP
           MOVE COMPANY-CODE OF WS-AFTER-EMP TO WS-LOOKUP-COMPANY
           PERFORM FIND-OR-ADD-NOTICE-SLOT
           IF NOTICE-SLOT-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           MOVE 'A' TO WS-NTC-TYPE(WS-NTC-IDX)
           MOVE KANA-LAST OF WS-AFTER-EMP
               TO WS-NTC-KANA-LAST(WS-NTC-IDX)
           MOVE KANA-FIRST OF WS-AFTER-EMP
               TO WS-NTC-KANA-FIRST(WS-NTC-IDX)
           MOVE BIRTH-DATE OF WS-AFTER-EMP
               TO WS-NTC-BIRTH(WS-NTC-IDX)
           MOVE SEX-CODE OF WS-AFTER-EMP
               TO WS-NTC-SEX(WS-NTC-IDX)
           MOVE VALID-FROM OF WS-AFTER-EMP
               TO WS-NTC-EVENT-DATE(WS-NTC-IDX)
           MOVE DEPT-ID OF WS-AFTER-EMP
               TO WS-NTC-DEPT(WS-NTC-IDX)
           MOVE SPACES TO WS-NTC-REASON(WS-NTC-IDX)
           .

       FIND-OR-ADD-NOTICE-SLOT.
           IF WS-LOOKUP-COMPANY = SPACES
               MOVE '01' TO WS-LOOKUP-COMPANY
           END-IF
           SET NOTICE-SLOT-NOT-FOUND TO TRUE
           SET WS-NTC-IDX TO 1
           SEARCH WS-NTC-ENTRY
                       SET WS-NTC-IDX TO WS-NOTICE-COUNT
                       MOVE WS-LOOKUP-EMP
                           TO WS-NTC-EMP-ID(WS-NTC-IDX)
                       MOVE WS-LOOKUP-COMPANY
                           TO WS-NTC-COMPANY(WS-NTC-IDX)
                       SET NOTICE-SLOT-FOUND TO TRUE
                   END-IF
               WHEN WS-NTC-EMP-ID(WS-NTC-IDX) = WS-LOOKUP-EMP
                   AND WS-NTC-COMPANY(WS-NTC-IDX) = WS-LOOKUP-COMPANY
                   SET NOTICE-SLOT-FOUND TO TRUE
           END-SEARCH
           .

      * LOAD-RESIDENTS: The residence card details the foreign
      * worker notice carries; no file simply means no foreign
      * employees on record.
       LOAD-RESIDENTS.
           MOVE 0 TO WS-RES-COUNT
           IF WS-NOTICE-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT RESID-FILE
           IF NOT RSD-FILE-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL RSD-FILE-EOF OR WS-RES-COUNT >= MAX-RESIDENTS
               READ RESID-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RESID-RECORD TO WS-RSD-REC
                       ADD 1 TO WS-RES-COUNT
                       SET WS-RES-IDX TO WS-RES-COUNT
                       MOVE EMP-ID OF WS-RSD-REC
                           TO WS-RT-EMP-ID(WS-RES-IDX)
                       MOVE ROMAJI-NAME OF WS-RSD-REC
                           TO WS-RT-ROMAJI-NAME(WS-RES-IDX)
                       MOVE NATIONALITY OF WS-RSD-REC
                           TO WS-RT-NATIONALITY(WS-RES-IDX)
                       MOVE RES-STATUS-NAME OF WS-RSD-REC
                           TO WS-RT-STATUS-NAME(WS-RES-IDX)
                       MOVE PERMIT-EXPIRY OF WS-RSD-REC
                           TO WS-RT-EXPIRY(WS-RES-IDX)
                       MOVE ACTIVITY-LIMIT OF WS-RSD-REC
                           TO WS-RT-LIMIT(WS-RES-IDX)
                       MOVE CARD-NUMBER OF WS-RSD-REC
                           TO WS-RT-CARD(WS-RES-IDX)
               END-READ
           END-PERFORM

           CLOSE RESID-FILE
           .

       WRITE-NOTIF-FILE.
           MOVE SPACES TO WS-NOTIF-PATH
           STRING 'hr-cobol/data/export/einotif_'
           STRING 'LOSS NOTICES:        ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-FOREIGN-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'FOREIGN WORKER:      ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           PERFORM CLOSE-PRINT-FILE
           CLOSE NOTIF-FILE
           DISPLAY 'Notification file: ' WS-NOTIF-PATH
           IF FWN-FILE-OPEN
               CLOSE FWNOTIF-FILE
               DISPLAY 'Foreign worker file: ' WS-FWN-PATH
           END-IF
           .

       WRITE-ONE-NOTICE.
           MOVE WS-NTC-KANA-FIRST(WS-NTC-IDX)(1:10)
               TO NTF-KANA-FIRST
           MOVE WS-NTC-DEPT(WS-NTC-IDX) TO NTF-DEPT-ID
           MOVE WS-NTC-COMPANY(WS-NTC-IDX) TO NTF-COMPANY-CODE

           MOVE WS-NTC-EMP-ID(WS-NTC-IDX) TO WS-EMP-ID-DISPLAY
           MOVE SPACES TO WS-RPT-LINE

           WRITE NOTIF-RECORD
           PERFORM EMIT-PRINT-LINE
           PERFORM WRITE-FOREIGN-NOTICE
           .

      * WRITE-FOREIGN-NOTICE: The same hire or loss again as a
      * foreign worker employment notice when the employee holds a
      * residence record; the file is opened with the first one.
       WRITE-FOREIGN-NOTICE.
           SET RESIDENT-NOT-FOUND TO TRUE
           IF WS-RES-COUNT > 0
               SEARCH ALL WS-RES-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RT-EMP-ID(WS-RES-IDX)
                           = WS-NTC-EMP-ID(WS-NTC-IDX)
                       SET RESIDENT-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF RESIDENT-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           IF NOT FWN-FILE-OPEN
               MOVE SPACES TO WS-FWN-PATH
               STRING 'hr-cobol/data/export/fwnotif_'
                      WS-EXTRACT-DATE '.dat'
                   DELIMITED BY SIZE INTO WS-FWN-PATH
               OPEN OUTPUT FWNOTIF-FILE
               SET FWN-FILE-OPEN TO TRUE
           END-IF

           INITIALIZE FWNOTIF-RECORD
           MOVE WS-NTC-TYPE(WS-NTC-IDX) TO FWN-REC-TYPE
           MOVE WS-NTC-EMP-ID(WS-NTC-IDX) TO FWN-EMP-ID
           MOVE WS-RT-ROMAJI-NAME(WS-RES-IDX) TO FWN-ROMAJI-NAME
           MOVE WS-RT-NATIONALITY(WS-RES-IDX) TO FWN-NATIONALITY
           MOVE WS-RT-STATUS-NAME(WS-RES-IDX) TO FWN-RES-STATUS
           MOVE WS-RT-EXPIRY(WS-RES-IDX) TO FWN-PERMIT-EXPIRY
           MOVE WS-RT-LIMIT(WS-RES-IDX) TO FWN-ACTIVITY-LIMIT
           MOVE WS-RT-CARD(WS-RES-IDX) TO FWN-CARD-NUMBER
           MOVE WS-NTC-BIRTH(WS-NTC-IDX) TO FWN-BIRTH-DATE
           MOVE WS-NTC-SEX(WS-NTC-IDX) TO FWN-SEX-CODE
           MOVE WS-NTC-EVENT-DATE(WS-NTC-IDX) TO FWN-EVENT-DATE
           MOVE WS-NTC-DEPT(WS-NTC-IDX) TO FWN-DEPT-ID
           WRITE FWNOTIF-RECORD
           ADD 1 TO WS-FOREIGN-COUNT

           MOVE SPACES TO WS-RPT-LINE
           STRING '  FOREIGN WORKER NOTICE  CARD ' FWN-CARD-NUMBER
                  '  STATUS ' FWN-RES-STATUS
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

      * MAP-LOSS-CODE: TERM-REASON-CODE into the agency's loss
      * reason - 1 voluntary, 2 employer-initiated, 3 other (which
      * takes in the intercompany transfer's 'IC').
       MAP-LOSS-CODE.
           EVALUATE WS-NTC-REASON(WS-NTC-IDX)
               WHEN 'RS'
