       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINOTIF.
      ******************************************************************
      * SINOTIF - Social Insurance Qualification Notifications
      * Purpose: The pension office companion to EINOTIF: builds the
      *          health insurance and welfare pension acquisition
      *          and loss notifications from the same day's hires
      *          and terminations in the audit trail, deduplicated to
      *          one notice per employee and company per day. An
      *          intercompany transfer is a loss with the company
      *          left and an acquisition with the one joined. An
      *          acquisition
      *          carries the standard monthly remuneration - the
      *          grade already on file with SIGRADE-SVC when one
      *          exists, otherwise fixed from the COMP-SVC salary
      *          plus the recurring earnings components and the
      *          commuting allowance through the grade table. A loss
      *          is dated the day after the last day of employment.
      *          Each notice files under the SI office of the
      *          employee's establishment (LOCATION-CODE), falling
      *          back to the company's office when unassigned. The
      *          control report flags every hire with no My Number
      *          on file, since the filing cannot go without one.
      * Input: hr-cobol/data/audit.log
      *        data/import/sigrade_table.csv
      *          GRADE,REMUN_FROM,REMUN_TO,STANDARD_REMUN
      *        SIGRADE-SVC, COMP-SVC, EARN-SVC, COMMUTE-SVC,
      *        SCHED-SVC, LOC-SVC, COMPANY-SVC, MYNUM-SVC
      * Output: hr-cobol/data/export/sinotif_<YYYYMMDD>.dat
      *          (sinotif.cpy layout, registered with XMIT-SVC)
      *         hr-cobol/data/reports/SINOTIF_<generation>.rpt
      *         (control report)
      * Parm: SINOTIF_DATE environment variable (YYYYMMDD, default
      *       today; a past date is the missed-day re-run)
      * Note: Individual numbers are retrieved through MYNUM-SVC
      *       under the operator running the filing and are never
      *       printed.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE
               ASSIGN TO 'hr-cobol/data/audit.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT GRADE-TABLE-CSV
               ASSIGN TO 'hr-cobol/data/import/sigrade_table.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TBL-FILE-STATUS.

           SELECT NOTIF-FILE
               ASSIGN TO DYNAMIC WS-NOTIF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           COPY audit REPLACING ==05== BY ==10==.

       FD  GRADE-TABLE-CSV.
       01  CSV-RECORD              PIC X(200).

       FD  NOTIF-FILE.
       01  NOTIF-RECORD.
           COPY sinotif.

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'SINOTIF'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

       01  WS-AUDIT-FILE-STATUS    PIC XX.
           88  AUDIT-FILE-OK           VALUE '00'.
           88  AUDIT-FILE-EOF          VALUE '10'.
           88  AUDIT-FILE-NOT-FOUND    VALUE '35'.
       01  WS-TBL-FILE-STATUS      PIC XX.
           88  TBL-FILE-OK             VALUE '00'.
           88  TBL-FILE-EOF            VALUE '10'.
       01  WS-NTF-FILE-STATUS      PIC XX.
           88  NTF-FILE-OK             VALUE '00'.

       01  WS-NOTIF-PATH           PIC X(60).
       01  WS-NOTIF-NAME           PIC X(40).

       01  WS-ENV-DATE             PIC X(10).
       01  WS-EXTRACT-DATE         PIC 9(8) VALUE 0.
       01  WS-ENTRY-DATE           PIC 9(8).

      * The before/after images overlaid with the employee layout
       01  WS-BEFORE-EMP.
           COPY employee REPLACING ==05== BY ==10==.
       01  WS-AFTER-EMP.
           COPY employee REPLACING ==05== BY ==10==.

      * Print-file plumbing for the control report
       01  WS-RPT-OP               PIC X.
       01  WS-RPT-NAME             PIC X(8)  VALUE 'SINOTIF'.
       01  WS-RPT-TITLE            PIC X(40)
           VALUE 'SOCIAL INSURANCE NOTICE CONTROL'.
       01  WS-RPT-OPERATOR         PIC X(16).
       01  WS-RPT-LINE             PIC X(100).
       01  WS-RPT-STATUS           PIC 9.

      * Working storage for the service calls behind each notice
           COPY sig-req.
           COPY sig-res.
           COPY comp-req.
           COPY comp-res.
           COPY earn-req.
           COPY earn-res.
           COPY comm-req.
           COPY comm-res.
           COPY sched-req.
           COPY sched-res.
           COPY loc-req.
           COPY loc-res.
           COPY co-req.
           COPY co-res.
           COPY mynum-req.
           COPY mynum-res.
           COPY xmit-req.
           COPY xmit-res.
       78  LATEST-VERSION-DATE     VALUE 99999999.

      * One pending notice per employee and company - a later entry
      * of the day replaces an earlier one, the same deduplication
      * EINOTIF uses
       78  MAX-NOTICES             VALUE 1000.
       01  WS-NOTICE-COUNT         PIC 9(4) VALUE 0.
       01  WS-NOTICE-TABLE.
           05  WS-NTC-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-NTC-IDX.
               10  WS-NTC-EMP-ID       PIC 9(9).
               10  WS-NTC-TYPE         PIC X.
               10  WS-NTC-KANA-LAST    PIC X(30).
               10  WS-NTC-KANA-FIRST   PIC X(30).
               10  WS-NTC-LAST-NAME    PIC X(30).
               10  WS-NTC-FIRST-NAME   PIC X(30).
               10  WS-NTC-BIRTH        PIC 9(8).
               10  WS-NTC-EVENT-DATE   PIC 9(8).
               10  WS-NTC-EMP-TYPE     PIC X.
               10  WS-NTC-LOCATION     PIC X(4).
               10  WS-NTC-COMPANY      PIC X(2).
               10  WS-NTC-PATTERN      PIC X(4).
               10  WS-NTC-REASON       PIC X(2).
       01  WS-LOOKUP-EMP           PIC 9(9).
       01  WS-LOOKUP-COMPANY       PIC X(2).
       01  WS-FOUND-SW             PIC X.
           88  NOTICE-SLOT-FOUND       VALUE 'Y'.
           88  NOTICE-SLOT-NOT-FOUND   VALUE 'N'.

      * The maintainable grade table, loaded the way SIGRADE loads it
       78  MAX-GRADES              VALUE 50.
       01  WS-TABLE-COUNT          PIC 9(2) VALUE 0.
       01  WS-GRADE-TABLE.
           05  WS-GT-ENTRY OCCURS 50 TIMES.
               10  WS-GT-GRADE          PIC 9(2).
               10  WS-GT-FROM           PIC 9(9)V99.
               10  WS-GT-TO             PIC 9(9)V99.
               10  WS-GT-STANDARD       PIC 9(9)V99.
       01  WS-GT-IDX               PIC 9(2).
       01  WS-LOOKUP-AMOUNT        PIC 9(9)V99.
       01  WS-ASSIGNED-GRADE       PIC 9(2).
       01  WS-ASSIGNED-STD         PIC 9(9)V99.

      * Acquisition remuneration work fields
       01  WS-REMUN-SALARY         PIC 9(9)V99.
       01  WS-REMUN-EARNINGS       PIC 9(9)V99.
       01  WS-REMUN-COMMUTE        PIC 9(9)V99.
       01  WS-REMUN-TOTAL          PIC 9(9)V99.
       01  WS-MONTHLY-HOURS        PIC 9(5)V99.
       01  WS-WORKDAYS             PIC 9(1).
       01  WS-EARN-CURSOR          PIC X(10).
       01  WS-EARN-SCAN-SW         PIC X.
           88  MORE-EARNINGS-TO-SCAN   VALUE 'Y'.
           88  NO-MORE-EARNINGS        VALUE 'N'.

      * Loss date derivation - the day after the last day worked
       01  WS-DATE-YY              PIC 9(4).
       01  WS-DATE-MMDD            PIC 9(4).
       01  WS-DATE-MM              PIC 9(2).
       01  WS-DATE-DD              PIC 9(2).
       01  WS-DAYS-IN-MONTH        PIC 9(2).
       01  WS-LEAP-QUOT            PIC 9(4).
       01  WS-LEAP-REM-4           PIC 9(3).
       01  WS-LEAP-REM-100         PIC 9(3).
       01  WS-LEAP-REM-400         PIC 9(3).

      * Control report flags for the row
       01  WS-OFFICE-FLAG          PIC X(16).
       01  WS-MYNUM-FLAG           PIC X(12).
       01  WS-REMUN-FLAG           PIC X(18).

       01  WS-ACQ-COUNT            PIC 9(4) VALUE 0.
       01  WS-LOSS-COUNT           PIC 9(4) VALUE 0.
       01  WS-NO-MYNUM-COUNT       PIC 9(4) VALUE 0.
       01  WS-NO-OFFICE-COUNT      PIC 9(4) VALUE 0.
       01  WS-NO-REMUN-COUNT       PIC 9(4) VALUE 0.
       01  WS-ROW-COUNT            PIC 9(6) VALUE 0.
       01  WS-STD-HASH             PIC 9(13)V99 VALUE 0.
       01  WS-COUNT-DISPLAY        PIC ZZ,ZZ9.
       01  WS-EMP-ID-DISPLAY       PIC 9(9).
       01  WS-AMOUNT-DISPLAY       PIC ZZZ,ZZZ,ZZ9.

      * CSV parsing fields
       01  WS-CSV-BUFFER           PIC X(200).
       01  WS-FIELD-BUFFER         PIC X(50).
       01  WS-FIELD-START          PIC 9(3) VALUE 1.
       01  WS-FIELD-END            PIC 9(3) VALUE 0.
       01  WS-FIELD-LENGTH         PIC 9(3) VALUE 0.
       01  WS-COMMA-POS            PIC 9(3) VALUE 0.

       78  MAX-FIELD-LENGTH        VALUE 50.
       78  CSV-BUFFER-SIZE         VALUE 200.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'SINOTIF - SI Qualification Notifications v'
               WS-VERSION

           ACCEPT WS-ENV-DATE FROM ENVIRONMENT 'SINOTIF_DATE'
           IF WS-ENV-DATE(1:8) IS NUMERIC
               MOVE WS-ENV-DATE(1:8) TO WS-EXTRACT-DATE
           END-IF
           IF WS-EXTRACT-DATE = 0
               ACCEPT WS-EXTRACT-DATE FROM DATE YYYYMMDD
           END-IF

           DISPLAY 'Generating notices for ' WS-EXTRACT-DATE

           PERFORM LOAD-GRADE-TABLE
           IF WS-TABLE-COUNT = 0
               DISPLAY 'WARNING: Grade table empty - acquisitions'
               DISPLAY 'without a grade on file go out ungraded'
           END-IF

           PERFORM COLLECT-DAY-NOTICES

           IF WS-NOTICE-COUNT = 0
               DISPLAY 'No hires or terminations on the day.'
           END-IF

           PERFORM WRITE-NOTIF-FILE
           PERFORM REGISTER-TRANSMISSION

           MOVE WS-ACQ-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Acquisition notices: ' WS-COUNT-DISPLAY
           MOVE WS-LOSS-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Loss notices:        ' WS-COUNT-DISPLAY
           MOVE WS-NO-MYNUM-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Hires without My Number: ' WS-COUNT-DISPLAY
           IF WS-NO-MYNUM-COUNT > 0 OR WS-NO-OFFICE-COUNT > 0
                   OR WS-NO-REMUN-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       LOAD-GRADE-TABLE.
           OPEN INPUT GRADE-TABLE-CSV
           IF NOT TBL-FILE-OK
               EXIT PARAGRAPH
           END-IF

      *    Skip header line
           READ GRADE-TABLE-CSV INTO WS-CSV-BUFFER
               AT END
                   CONTINUE
           END-READ

           PERFORM UNTIL TBL-FILE-EOF
               READ GRADE-TABLE-CSV INTO WS-CSV-BUFFER
                   AT END
                       SET TBL-FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-TABLE-ROW
               END-READ
           END-PERFORM

           CLOSE GRADE-TABLE-CSV
           .

       LOAD-ONE-TABLE-ROW.
           IF WS-TABLE-COUNT >= MAX-GRADES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TABLE-COUNT
           MOVE 1 TO WS-FIELD-START

           PERFORM EXTRACT-CSV-FIELD
           IF FUNCTION TEST-NUMVAL(WS-FIELD-BUFFER) = 0
                   AND WS-FIELD-BUFFER NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-FIELD-BUFFER)
                   TO WS-GT-GRADE(WS-TABLE-COUNT)
           END-IF
           PERFORM EXTRACT-CSV-FIELD
           IF FUNCTION TEST-NUMVAL(WS-FIELD-BUFFER) = 0
                   AND WS-FIELD-BUFFER NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-FIELD-BUFFER)
                   TO WS-GT-FROM(WS-TABLE-COUNT)
           END-IF
           PERFORM EXTRACT-CSV-FIELD
           IF FUNCTION TEST-NUMVAL(WS-FIELD-BUFFER) = 0
                   AND WS-FIELD-BUFFER NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-FIELD-BUFFER)
                   TO WS-GT-TO(WS-TABLE-COUNT)
           END-IF
           PERFORM EXTRACT-CSV-FIELD
           IF FUNCTION TEST-NUMVAL(WS-FIELD-BUFFER) = 0
                   AND WS-FIELD-BUFFER NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-FIELD-BUFFER)
                   TO WS-GT-STANDARD(WS-TABLE-COUNT)
           END-IF
           .

       COLLECT-DAY-NOTICES.
           OPEN INPUT AUDIT-FILE
           IF NOT AUDIT-FILE-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL AUDIT-FILE-EOF
               READ AUDIT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM CLASSIFY-ONE-ENTRY
               END-READ
           END-PERFORM

           CLOSE AUDIT-FILE
           .

      * CLASSIFY-ONE-ENTRY: An EMP entry of the extract day becomes
      * an acquisition or loss notice - the same events EINOTIF
      * reports to Hello Work. An intercompany transfer makes both:
      * the loss from the before image, under the company and
      * establishment left, and the acquisition from the after
      * image as of the day the new company's coverage starts.
       CLASSIFY-ONE-ENTRY.
           IF ENTITY-TYPE OF AUDIT-RECORD NOT = 'EMP'
               EXIT PARAGRAPH
           END-IF

           DIVIDE AUDIT-TIMESTAMP OF AUDIT-RECORD BY 1000000
               GIVING WS-ENTRY-DATE
           IF WS-ENTRY-DATE NOT = WS-EXTRACT-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE BEFORE-VALUE OF AUDIT-RECORD TO WS-BEFORE-EMP
           MOVE AFTER-VALUE OF AUDIT-RECORD TO WS-AFTER-EMP

           EVALUATE ACTION OF AUDIT-RECORD
               WHEN 'ADD         '
               WHEN 'REHIRE      '
                   PERFORM RECORD-ACQUISITION
               WHEN 'TERMINATE   '
                   PERFORM RECORD-LOSS
               WHEN 'ICTRANSFER  '
                   PERFORM RECORD-TRANSFER-LOSS
                   PERFORM RECORD-TRANSFER-ACQUISITION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       RECORD-ACQUISITION.
           MOVE ENTITY-ID OF AUDIT-RECORD TO WS-LOOKUP-EMP
           MOVE COMPANY-CODE OF WS-AFTER-EMP TO WS-LOOKUP-COMPANY
           PERFORM FIND-OR-ADD-NOTICE-SLOT
           IF NOTICE-SLOT-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           MOVE 'A' TO WS-NTC-TYPE(WS-NTC-IDX)
           PERFORM COPY-EMPLOYEE-FIELDS
           MOVE HIRE-DATE OF WS-AFTER-EMP
               TO WS-NTC-EVENT-DATE(WS-NTC-IDX)
           MOVE SPACES TO WS-NTC-REASON(WS-NTC-IDX)
           .

       RECORD-LOSS.
           MOVE ENTITY-ID OF AUDIT-RECORD TO WS-LOOKUP-EMP
           MOVE COMPANY-CODE OF WS-AFTER-EMP TO WS-LOOKUP-COMPANY
           PERFORM FIND-OR-ADD-NOTICE-SLOT
           IF NOTICE-SLOT-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           MOVE 'L' TO WS-NTC-TYPE(WS-NTC-IDX)
           PERFORM COPY-EMPLOYEE-FIELDS
           MOVE VALID-TO OF WS-AFTER-EMP
               TO WS-NTC-EVENT-DATE(WS-NTC-IDX)
           MOVE TERM-REASON-CODE OF WS-AFTER-EMP
               TO WS-NTC-REASON(WS-NTC-IDX)
           .

      * RECORD-TRANSFER-LOSS: The closed version carries the last
      * day with the company left in VALID-TO.
       RECORD-TRANSFER-LOSS.
           MOVE ENTITY-ID OF AUDIT-RECORD TO WS-LOOKUP-EMP
           MOVE COMPANY-CODE OF WS-BEFORE-EMP TO WS-LOOKUP-COMPANY
           PERFORM FIND-OR-ADD-NOTICE-SLOT
           IF NOTICE-SLOT-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           MOVE 'L' TO WS-NTC-TYPE(WS-NTC-IDX)
           PERFORM COPY-EMPLOYEE-FIELDS
           MOVE LOCATION-CODE OF WS-BEFORE-EMP
               TO WS-NTC-LOCATION(WS-NTC-IDX)
           MOVE WS-LOOKUP-COMPANY TO WS-NTC-COMPANY(WS-NTC-IDX)
           MOVE VALID-TO OF WS-BEFORE-EMP
               TO WS-NTC-EVENT-DATE(WS-NTC-IDX)
           MOVE 'IC' TO WS-NTC-REASON(WS-NTC-IDX)
           .

      * RECORD-TRANSFER-ACQUISITION: Coverage with the new company
      * starts on the transfer date, not the original hire date.
       RECORD-TRANSFER-ACQUISITION.
           MOVE ENTITY-ID OF AUDIT-RECORD TO WS-LOOKUP-EMP
           MOVE COMPANY-CODE OF WS-AFTER-EMP TO WS-LOOKUP-COMPANY
           PERFORM FIND-OR-ADD-NOTICE-SLOT
           IF NOTICE-SLOT-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           MOVE 'A' TO WS-NTC-TYPE(WS-NTC-IDX)
           PERFORM COPY-EMPLOYEE-FIELDS
           MOVE VALID-FROM OF WS-AFTER-EMP
               TO WS-NTC-EVENT-DATE(WS-NTC-IDX)
           MOVE SPACES TO WS-NTC-REASON(WS-NTC-IDX)
           .

       COPY-EMPLOYEE-FIELDS.
           MOVE KANA-LAST OF WS-AFTER-EMP
               TO WS-NTC-KANA-LAST(WS-NTC-IDX)
           MOVE KANA-FIRST OF WS-AFTER-EMP
               TO WS-NTC-KANA-FIRST(WS-NTC-IDX)
           MOVE LAST-NAME OF WS-AFTER-EMP
               TO WS-NTC-LAST-NAME(WS-NTC-IDX)
           MOVE FIRST-NAME OF WS-AFTER-EMP
               TO WS-NTC-FIRST-NAME(WS-NTC-IDX)
           MOVE BIRTH-DATE OF WS-AFTER-EMP
               TO WS-NTC-BIRTH(WS-NTC-IDX)
           MOVE EMP-TYPE OF WS-AFTER-EMP
               TO WS-NTC-EMP-TYPE(WS-NTC-IDX)
           MOVE LOCATION-CODE OF WS-AFTER-EMP
               TO WS-NTC-LOCATION(WS-NTC-IDX)
           MOVE COMPANY-CODE OF WS-AFTER-EMP
               TO WS-NTC-COMPANY(WS-NTC-IDX)
           IF WS-NTC-COMPANY(WS-NTC-IDX) = SPACES
               MOVE '01' TO WS-NTC-COMPANY(WS-NTC-IDX)
           END-IF
           MOVE SCHED-PATTERN-CODE OF WS-AFTER-EMP
               TO WS-NTC-PATTERN(WS-NTC-IDX)
           .

       FIND-OR-ADD-NOTICE-SLOT.
           IF WS-LOOKUP-COMPANY = SPACES
               MOVE '01' TO WS-LOOKUP-COMPANY
           END-IF
           SET NOTICE-SLOT-NOT-FOUND TO TRUE
           SET WS-NTC-IDX TO 1
           SEARCH WS-NTC-ENTRY
               AT END
                   IF WS-NOTICE-COUNT < MAX-NOTICES
                       ADD 1 TO WS-NOTICE-COUNT
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

       WRITE-NOTIF-FILE.
           MOVE SPACES TO WS-NOTIF-NAME
           STRING 'export/sinotif_' WS-EXTRACT-DATE '.dat'
               DELIMITED BY SIZE INTO WS-NOTIF-NAME
           MOVE SPACES TO WS-NOTIF-PATH
           STRING 'hr-cobol/data/' WS-NOTIF-NAME
               DELIMITED BY '  ' INTO WS-NOTIF-PATH

           OPEN OUTPUT NOTIF-FILE
           IF NOT NTF-FILE-OK
               DISPLAY 'ERROR: Cannot open notice file ' WS-NOTIF-PATH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-PRINT-FILE

           MOVE SPACES TO WS-RPT-LINE
           STRING 'NOTIFICATION DATE ' WS-EXTRACT-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           PERFORM WRITE-ONE-NOTICE
               VARYING WS-NTC-IDX FROM 1 BY 1
               UNTIL WS-NTC-IDX > WS-NOTICE-COUNT

           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-ACQ-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ACQUISITION NOTICES:      ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-LOSS-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'LOSS NOTICES:             ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-NO-MYNUM-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'HIRES WITHOUT MY NUMBER:  ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-NO-OFFICE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'NO SI OFFICE RESOLVED:    ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-NO-REMUN-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'REMUNERATION NOT GRADED:  ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           PERFORM CLOSE-PRINT-FILE
           CLOSE NOTIF-FILE
           DISPLAY 'Notification file: ' WS-NOTIF-PATH
           .

       WRITE-ONE-NOTICE.
           INITIALIZE NOTIF-RECORD
           MOVE WS-NTC-TYPE(WS-NTC-IDX) TO SN-REC-TYPE
           MOVE WS-NTC-EMP-ID(WS-NTC-IDX) TO SN-EMP-ID
           MOVE WS-NTC-KANA-LAST(WS-NTC-IDX) TO SN-KANA-LAST
           MOVE WS-NTC-KANA-FIRST(WS-NTC-IDX) TO SN-KANA-FIRST
           MOVE WS-NTC-LAST-NAME(WS-NTC-IDX) TO SN-LAST-NAME
           MOVE WS-NTC-FIRST-NAME(WS-NTC-IDX) TO SN-FIRST-NAME
           MOVE WS-NTC-BIRTH(WS-NTC-IDX) TO SN-BIRTH-DATE
           MOVE WS-NTC-LOCATION(WS-NTC-IDX) TO SN-LOCATION-CODE
           MOVE WS-NTC-COMPANY(WS-NTC-IDX) TO SN-COMPANY-CODE

           PERFORM RESOLVE-SI-OFFICE
           PERFORM RETRIEVE-MY-NUMBER

           MOVE WS-NTC-EMP-ID(WS-NTC-IDX) TO WS-EMP-ID-DISPLAY
           MOVE SPACES TO WS-RPT-LINE

           IF WS-NTC-TYPE(WS-NTC-IDX) = 'A'
               ADD 1 TO WS-ACQ-COUNT
               MOVE WS-NTC-EVENT-DATE(WS-NTC-IDX) TO SN-EVENT-DATE
               PERFORM DETERMINE-ACQUISITION-REMUN
               ADD SN-STANDARD-REMUN TO WS-STD-HASH
               IF WS-MYNUM-FLAG NOT = SPACES
                   ADD 1 TO WS-NO-MYNUM-COUNT
               END-IF
               MOVE SN-STANDARD-REMUN TO WS-AMOUNT-DISPLAY
               STRING 'ACQUISITION EMP ' WS-EMP-ID-DISPLAY
                      ' ' SN-EVENT-DATE
                      ' OFFICE ' SN-OFFICE-CODE
                      ' GRADE ' SN-SI-GRADE
                      ' STD ' WS-AMOUNT-DISPLAY
                      ' ' SN-REMUN-SOURCE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               ADD 1 TO WS-LOSS-COUNT
               PERFORM DERIVE-LOSS-DATE
               MOVE WS-NTC-EVENT-DATE(WS-NTC-IDX) TO SN-TERM-DATE
               MOVE WS-NTC-REASON(WS-NTC-IDX) TO SN-TERM-REASON-CODE
               MOVE '4' TO SN-LOSS-REASON
               SET SN-LOSS-BOTH TO TRUE
               STRING 'LOSS        EMP ' WS-EMP-ID-DISPLAY
                      ' ' SN-EVENT-DATE
                      ' OFFICE ' SN-OFFICE-CODE
                      ' LAST DAY ' SN-TERM-DATE
                      ' REASON ' SN-LOSS-REASON
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF

           WRITE NOTIF-RECORD
           ADD 1 TO WS-ROW-COUNT
           PERFORM EMIT-PRINT-LINE

           IF WS-OFFICE-FLAG NOT = SPACES
                   OR WS-MYNUM-FLAG NOT = SPACES
                   OR WS-REMUN-FLAG NOT = SPACES
               MOVE SPACES TO WS-RPT-LINE
               STRING '    *** ' WS-OFFICE-FLAG
                      ' ' WS-MYNUM-FLAG
                      ' ' WS-REMUN-FLAG
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-IF
           .

      * RESOLVE-SI-OFFICE: The pension office the employee's
      * establishment files under; an unassigned (or officeless)
      * establishment falls back to the company's own office and is
      * flagged for checking.
       RESOLVE-SI-OFFICE.
           MOVE SPACES TO WS-OFFICE-FLAG
           MOVE SPACES TO SN-OFFICE-CODE

           IF WS-NTC-LOCATION(WS-NTC-IDX) NOT = SPACES
               INITIALIZE LOC-SVC-REQ
               INITIALIZE LOC-SVC-RES
               SET OP-FIND OF LOC-SVC-REQ TO TRUE
               MOVE 'SINOTIF' TO USER-ID OF LOC-SVC-REQ
               MOVE SPACES TO CORR-ID OF LOC-SVC-REQ
               MOVE WS-NTC-LOCATION(WS-NTC-IDX)
                   TO Q-LOCATION-CODE OF LOC-SVC-REQ
               CALL 'LOC-SVC' USING LOC-SVC-REQ LOC-SVC-RES
               IF OK OF LOC-SVC-RES
                   MOVE SI-OFFICE-CODE OF OUT-LOCATION OF LOC-SVC-RES
                       TO SN-OFFICE-CODE
               END-IF
           END-IF

           IF SN-OFFICE-CODE NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 'COMPANY OFFICE' TO WS-OFFICE-FLAG
           INITIALIZE CO-SVC-REQ
           INITIALIZE CO-SVC-RES
           SET OP-FIND OF CO-SVC-REQ TO TRUE
           MOVE 'SINOTIF' TO USER-ID OF CO-SVC-REQ
           MOVE SPACES TO CORR-ID OF CO-SVC-REQ
           MOVE WS-NTC-COMPANY(WS-NTC-IDX)
               TO Q-COMPANY-CODE OF CO-SVC-REQ
           CALL 'COMPANY-SVC' USING CO-SVC-REQ CO-SVC-RES
           IF OK OF CO-SVC-RES
               MOVE SI-OFFICE-CODE OF OUT-COMPANY OF CO-SVC-RES
                   TO SN-OFFICE-CODE
           END-IF

           IF SN-OFFICE-CODE = SPACES
               MOVE 'NO SI OFFICE' TO WS-OFFICE-FLAG
               ADD 1 TO WS-NO-OFFICE-COUNT
           END-IF
           .

      * RETRIEVE-MY-NUMBER: The individual number for the row,
      * retrieved (and audited) under the operator running the
      * filing. Never printed - the report only flags a row that
      * goes out without one.
       RETRIEVE-MY-NUMBER.
           MOVE SPACES TO WS-MYNUM-FLAG
           MOVE SPACES TO SN-MY-NUMBER

           INITIALIZE MYNUM-SVC-REQ
           INITIALIZE MYNUM-SVC-RES
           SET OP-GET OF MYNUM-SVC-REQ TO TRUE
           MOVE WS-RPT-OPERATOR TO USER-ID OF MYNUM-SVC-REQ
           MOVE SPACES TO CORR-ID OF MYNUM-SVC-REQ
           MOVE SN-EMP-ID TO Q-EMP-ID OF MYNUM-SVC-REQ
           MOVE 'SOCIAL INSURANCE QUALIFICATION NOTICE'
               TO Q-PURPOSE OF MYNUM-SVC-REQ
           CALL 'MYNUM-SVC' USING MYNUM-SVC-REQ MYNUM-SVC-RES

           IF OK OF MYNUM-SVC-RES
                   AND MYNUM-HELD OF OUT-MYNUM OF MYNUM-SVC-RES
               MOVE MY-NUMBER OF OUT-MYNUM OF MYNUM-SVC-RES
                   TO SN-MY-NUMBER
           ELSE
               MOVE 'NO MY NUMBER' TO WS-MYNUM-FLAG
           END-IF
           .

      * DETERMINE-ACQUISITION-REMUN: The standard monthly
      * remuneration the acquisition is notified with - the grade
      * already on file for this employment when there is one,
      * otherwise the salary plus recurring allowances and the
      * commuting allowance fixed through the grade table.
       DETERMINE-ACQUISITION-REMUN.
           MOVE SPACES TO WS-REMUN-FLAG
           IF WS-NTC-EMP-TYPE(WS-NTC-IDX) = 'P'
               MOVE '2' TO SN-INSURED-TYPE
           ELSE
               MOVE '1' TO SN-INSURED-TYPE
           END-IF

      *    A grade keyed for this employment - one effective on or
      *    after the hire date, not a rehire's grade from before
           INITIALIZE SIGRADE-SVC-REQ
           INITIALIZE SIGRADE-SVC-RES
           SET OP-FIND-AS-OF OF SIGRADE-SVC-REQ TO TRUE
           MOVE 'SINOTIF' TO USER-ID OF SIGRADE-SVC-REQ
           MOVE SPACES TO CORR-ID OF SIGRADE-SVC-REQ
           MOVE SN-EMP-ID TO Q-EMP-ID OF SIGRADE-SVC-REQ
           MOVE LATEST-VERSION-DATE TO Q-AS-OF-DATE OF SIGRADE-SVC-REQ
           CALL 'SIGRADE-SVC' USING SIGRADE-SVC-REQ SIGRADE-SVC-RES

           IF OK OF SIGRADE-SVC-RES
                   AND SI-GRADE OF OUT-SIGRADE OF SIGRADE-SVC-RES > 0
                   AND EFFECTIVE-FROM OF OUT-SIGRADE OF SIGRADE-SVC-RES
                       >= SN-EVENT-DATE
               MOVE SI-GRADE OF OUT-SIGRADE OF SIGRADE-SVC-RES
                   TO SN-SI-GRADE
               MOVE STANDARD-REMUN OF OUT-SIGRADE OF SIGRADE-SVC-RES
                   TO SN-STANDARD-REMUN
               MOVE DETERMINED-AVERAGE
                       OF OUT-SIGRADE OF SIGRADE-SVC-RES
                   TO SN-REMUN-CASH
               MOVE SN-REMUN-CASH TO SN-REMUN-TOTAL
               SET SN-FROM-GRADE TO TRUE
               EXIT PARAGRAPH
           END-IF

           SET SN-FROM-COMP TO TRUE
           MOVE 0 TO WS-REMUN-SALARY
           MOVE 0 TO WS-REMUN-EARNINGS
           MOVE 0 TO WS-REMUN-COMMUTE

           PERFORM FETCH-ACQUISITION-SALARY

           MOVE SPACES TO WS-EARN-CURSOR
           SET MORE-EARNINGS-TO-SCAN TO TRUE
           PERFORM SCAN-NEXT-EARNING UNTIL NO-MORE-EARNINGS

           PERFORM FETCH-COMMUTING-ALLOWANCE

           COMPUTE WS-REMUN-TOTAL =
               WS-REMUN-SALARY + WS-REMUN-EARNINGS + WS-REMUN-COMMUTE
           MOVE WS-REMUN-TOTAL TO SN-REMUN-CASH
           MOVE 0 TO SN-REMUN-KIND
           MOVE WS-REMUN-TOTAL TO SN-REMUN-TOTAL

           MOVE WS-REMUN-TOTAL TO WS-LOOKUP-AMOUNT
           PERFORM LOOK-UP-GRADE
           MOVE WS-ASSIGNED-GRADE TO SN-SI-GRADE
           MOVE WS-ASSIGNED-STD TO SN-STANDARD-REMUN
           IF WS-ASSIGNED-GRADE = 0 AND WS-REMUN-FLAG = SPACES
               MOVE 'NOT GRADED' TO WS-REMUN-FLAG
           END-IF
           IF WS-ASSIGNED-GRADE = 0
               ADD 1 TO WS-NO-REMUN-COUNT
           END-IF
           .

      * FETCH-ACQUISITION-SALARY: The compensation effective on the
      * hire date - a monthly salary as it stands; an hourly rate
      * over the schedule pattern's monthly hours (daily hours times
      * workdays a week, 52 weeks over 12 months).
       FETCH-ACQUISITION-SALARY.
           INITIALIZE COMP-SVC-REQ
           INITIALIZE COMP-SVC-RES
           SET OP-FIND-AS-OF OF COMP-SVC-REQ TO TRUE
           MOVE 'SINOTIF' TO USER-ID OF COMP-SVC-REQ
           MOVE SPACES TO CORR-ID OF COMP-SVC-REQ
           MOVE SN-EMP-ID TO Q-EMP-ID OF COMP-SVC-REQ
           MOVE SN-EVENT-DATE TO Q-AS-OF-DATE OF COMP-SVC-REQ
           CALL 'COMP-SVC' USING COMP-SVC-REQ COMP-SVC-RES

           IF NOT OK OF COMP-SVC-RES
               MOVE 'NO COMPENSATION' TO WS-REMUN-FLAG
               EXIT PARAGRAPH
           END-IF

           IF NOT BASIS-HOURLY OF OUT-COMP OF COMP-SVC-RES
               MOVE BASE-SALARY OF OUT-COMP OF COMP-SVC-RES
                   TO WS-REMUN-SALARY
               EXIT PARAGRAPH
           END-IF

           IF WS-NTC-PATTERN(WS-NTC-IDX) = SPACES
               MOVE 'HOURLY NO SCHEDULE' TO WS-REMUN-FLAG
               EXIT PARAGRAPH
           END-IF

           INITIALIZE SCHED-SVC-REQ
           INITIALIZE SCHED-SVC-RES
           SET OP-FIND OF SCHED-SVC-REQ TO TRUE
           MOVE 'SINOTIF' TO USER-ID OF SCHED-SVC-REQ
           MOVE SPACES TO CORR-ID OF SCHED-SVC-REQ
           MOVE WS-NTC-PATTERN(WS-NTC-IDX)
               TO Q-PATTERN-CODE OF SCHED-SVC-REQ
           CALL 'SCHED-SVC' USING SCHED-SVC-REQ SCHED-SVC-RES

           IF NOT OK OF SCHED-SVC-RES
               MOVE 'HOURLY NO SCHEDULE' TO WS-REMUN-FLAG
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-WORKDAYS
           INSPECT WORKDAY-FLAGS OF OUT-SCHEDULE OF SCHED-SVC-RES
               TALLYING WS-WORKDAYS FOR ALL 'Y'
           COMPUTE WS-MONTHLY-HOURS ROUNDED =
               DAILY-HOURS OF OUT-SCHEDULE OF SCHED-SVC-RES
               * WS-WORKDAYS * 52 / 12
           COMPUTE WS-REMUN-SALARY ROUNDED =
               BASE-SALARY OF OUT-COMP OF COMP-SVC-RES
               * WS-MONTHLY-HOURS
           .

      * SCAN-NEXT-EARNING: One step of the earnings scan - the
      * recurring components (allowances, fixed overtime premiums)
      * in effect on the hire date count toward the remuneration.
      * The month-scoped commuting components are left to
      * FETCH-COMMUTING-ALLOWANCE, which prices the whole pass.
       SCAN-NEXT-EARNING.
           INITIALIZE EARN-SVC-REQ
           INITIALIZE EARN-SVC-RES
           SET OP-LIST-FOR-EMP OF EARN-SVC-REQ TO TRUE
           MOVE 'SINOTIF' TO USER-ID OF EARN-SVC-REQ
           MOVE SPACES TO CORR-ID OF EARN-SVC-REQ
           MOVE SN-EMP-ID TO Q-EMP-ID OF EARN-SVC-REQ
           MOVE WS-EARN-CURSOR TO Q-CURSOR OF EARN-SVC-REQ

           CALL 'EARN-SVC' USING EARN-SVC-REQ EARN-SVC-RES

           IF NOT OK OF EARN-SVC-RES
               SET NO-MORE-EARNINGS TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE NEXT-CURSOR OF EARN-SVC-RES TO WS-EARN-CURSOR
           IF NOT MORE-RESULTS OF EARN-SVC-RES
               SET NO-MORE-EARNINGS TO TRUE
           END-IF

           IF EARN-CODE OF OUT-EARNING OF EARN-SVC-RES = 'COMMUTE   '
                   OR EARN-CODE OF OUT-EARNING OF EARN-SVC-RES
                       = 'COMMUTETX '
               EXIT PARAGRAPH
           END-IF

           IF EARN-ACTIVE OF OUT-EARNING OF EARN-SVC-RES
                   AND (EARN-ALLOWANCE OF OUT-EARNING OF EARN-SVC-RES
                       OR EARN-OVERTIME OF OUT-EARNING OF EARN-SVC-RES)
                   AND SN-EVENT-DATE >=
                       EFFECTIVE-FROM OF OUT-EARNING OF EARN-SVC-RES
                   AND SN-EVENT-DATE <=
                       EFFECTIVE-TO OF OUT-EARNING OF EARN-SVC-RES
               ADD EARN-AMOUNT OF OUT-EARNING OF EARN-SVC-RES
                   TO WS-REMUN-EARNINGS
           END-IF
           .

      * FETCH-COMMUTING-ALLOWANCE: The commuting pass prorated to a
      * month, taxable excess and all - social insurance counts the
      * whole allowance, not only the part above the tax ceiling.
       FETCH-COMMUTING-ALLOWANCE.
           INITIALIZE COMMUTE-SVC-REQ
           INITIALIZE COMMUTE-SVC-RES
           SET OP-FIND OF COMMUTE-SVC-REQ TO TRUE
           MOVE 'SINOTIF' TO USER-ID OF COMMUTE-SVC-REQ
           MOVE SPACES TO CORR-ID OF COMMUTE-SVC-REQ
           MOVE SN-EMP-ID TO Q-EMP-ID OF COMMUTE-SVC-REQ
           CALL 'COMMUTE-SVC' USING COMMUTE-SVC-REQ COMMUTE-SVC-RES

           IF OK OF COMMUTE-SVC-RES
                   AND COMMUTE-ACTIVE OF OUT-COMMUTE OF COMMUTE-SVC-RES
                   AND PASS-MONTHS OF OUT-COMMUTE OF COMMUTE-SVC-RES
                       > 0
               COMPUTE WS-REMUN-COMMUTE ROUNDED =
                   PASS-AMOUNT OF OUT-COMMUTE OF COMMUTE-SVC-RES
                   / PASS-MONTHS OF OUT-COMMUTE OF COMMUTE-SVC-RES
           END-IF
           .

      * LOOK-UP-GRADE: WS-LOOKUP-AMOUNT into the grade table,
      * leaving WS-ASSIGNED-GRADE/WS-ASSIGNED-STD (zero when the
      * amount falls outside every band).
       LOOK-UP-GRADE.
           MOVE 0 TO WS-ASSIGNED-GRADE
           MOVE 0 TO WS-ASSIGNED-STD
           PERFORM VARYING WS-GT-IDX FROM 1 BY 1
                   UNTIL WS-GT-IDX > WS-TABLE-COUNT
               IF WS-LOOKUP-AMOUNT >= WS-GT-FROM(WS-GT-IDX)
                       AND WS-LOOKUP-AMOUNT <= WS-GT-TO(WS-GT-IDX)
                   MOVE WS-GT-GRADE(WS-GT-IDX) TO WS-ASSIGNED-GRADE
                   MOVE WS-GT-STANDARD(WS-GT-IDX)
                       TO WS-ASSIGNED-STD
               END-IF
           END-PERFORM
           .

      * DERIVE-LOSS-DATE: Coverage is lost the day after the last
      * day of employment - the termination date rolled forward a
      * day, across month and year ends.
       DERIVE-LOSS-DATE.
           DIVIDE WS-NTC-EVENT-DATE(WS-NTC-IDX) BY 10000
               GIVING WS-DATE-YY REMAINDER WS-DATE-MMDD
           DIVIDE WS-DATE-MMDD BY 100
               GIVING WS-DATE-MM REMAINDER WS-DATE-DD

           EVALUATE WS-DATE-MM
               WHEN 2
                   DIVIDE WS-DATE-YY BY 4 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM-4
                   DIVIDE WS-DATE-YY BY 100 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM-100
                   DIVIDE WS-DATE-YY BY 400 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM-400
                   IF WS-LEAP-REM-400 = 0
                           OR (WS-LEAP-REM-4 = 0
                               AND WS-LEAP-REM-100 NOT = 0)
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE

           IF WS-DATE-DD < WS-DAYS-IN-MONTH
               ADD 1 TO WS-DATE-DD
           ELSE
               MOVE 1 TO WS-DATE-DD
               IF WS-DATE-MM = 12
                   MOVE 1 TO WS-DATE-MM
                   ADD 1 TO WS-DATE-YY
               ELSE
                   ADD 1 TO WS-DATE-MM
               END-IF
           END-IF

           COMPUTE SN-EVENT-DATE =
               WS-DATE-YY * 10000 + WS-DATE-MM * 100 + WS-DATE-DD
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

      * REGISTER-TRANSMISSION: Books the notice file on the
      * transmission register with its row count and the notified
      * standard remuneration as hash total - the operator marks it
      * transmitted once filed with the pension office.
       REGISTER-TRANSMISSION.
           IF WS-ROW-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           INITIALIZE XMIT-SVC-REQ
           INITIALIZE XMIT-SVC-RES
           SET OP-REGISTER OF XMIT-SVC-REQ TO TRUE
           MOVE 'SINOTIF' TO USER-ID OF XMIT-SVC-REQ
           MOVE SPACES TO CORR-ID OF XMIT-SVC-REQ
           MOVE 'SINOTIF' TO XMIT-JOB OF IN-XMIT OF XMIT-SVC-REQ
           MOVE WS-NOTIF-NAME
               TO XMIT-FILE-NAME OF IN-XMIT OF XMIT-SVC-REQ
           MOVE WS-ROW-COUNT
               TO XMIT-RECORD-COUNT OF IN-XMIT OF XMIT-SVC-REQ
           MOVE WS-STD-HASH
               TO XMIT-HASH-TOTAL OF IN-XMIT OF XMIT-SVC-REQ

           CALL 'XMIT-SVC' USING XMIT-SVC-REQ XMIT-SVC-RES

           IF OK OF XMIT-SVC-RES
               DISPLAY 'Registered as generation '
                   GEN-NUMBER OF OUT-XMIT OF XMIT-SVC-RES
           END-IF
           .

      * OPEN-PRINT-FILE / EMIT-PRINT-LINE / CLOSE-PRINT-FILE: the
      * control report's print-file plumbing, shared shape across
      * the report programs.
       OPEN-PRINT-FILE.
           MOVE SPACES TO WS-RPT-OPERATOR
           ACCEPT WS-RPT-OPERATOR FROM ENVIRONMENT 'REPORT_OPERATOR'
           IF WS-RPT-OPERATOR = SPACES
               MOVE 'OPERATOR' TO WS-RPT-OPERATOR
           END-IF
           MOVE 'O' TO WS-RPT-OP
           MOVE SPACES TO WS-RPT-LINE
           CALL 'RPT-PRINT' USING WS-RPT-OP WS-RPT-NAME WS-RPT-TITLE
                                  WS-RPT-OPERATOR WS-RPT-LINE
                                  WS-RPT-STATUS
           MOVE SPACES TO WS-RPT-LINE
           .

       EMIT-PRINT-LINE.
           MOVE 'W' TO WS-RPT-OP
           CALL 'RPT-PRINT' USING WS-RPT-OP WS-RPT-NAME WS-RPT-TITLE
                                  WS-RPT-OPERATOR WS-RPT-LINE
                                  WS-RPT-STATUS
           MOVE SPACES TO WS-RPT-LINE
           .

       CLOSE-PRINT-FILE.
           MOVE 'C' TO WS-RPT-OP
           CALL 'RPT-PRINT' USING WS-RPT-OP WS-RPT-NAME WS-RPT-TITLE
                                  WS-RPT-OPERATOR WS-RPT-LINE
                                  WS-RPT-STATUS
           DISPLAY 'Print file written: hr-cobol/data/reports/'
               WS-RPT-NAME
           .

       END PROGRAM SINOTIF.
