       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIAGE.
      ******************************************************************
      * SIAGE - Social Insurance Age Milestone Transitions
      * Purpose: The monthly sweep for the ages at which an employee's
      *          social insurance changes. From BIRTH-DATE it lists
      *          everyone whose 40 (nursing care premium starts), 65
      *          (nursing care premium ends), 70 (welfare pension
      *          coverage ends) or 75 (health insurance coverage
      *          ends) change takes effect in the run month, dated by
      *          AGE-UTIL - the day before the birthday, or the 75th
      *          birthday itself. CALCULATE-DEDUCTIONS makes the
      *          premium change on its own through the rules'
      *          AGE-CLASS; this run is the payroll team's preview of
      *          it and the agency filing. Reaching 70 writes the
      *          pension loss notice and the over-70 employee notice
      *          (with the standard remuneration on file); reaching
      *          75 writes the health insurance loss notice. The 40
      *          and 65 changes need no filing and are listed only.
      * Input: hr-cobol/data/employees.dat
      *        SIGRADE-SVC, LOC-SVC, COMPANY-SVC, MYNUM-SVC
      * Output: hr-cobol/data/export/siage_<YYYYMM>.dat
      *          (sinotif.cpy layout, registered with XMIT-SVC)
      *         hr-cobol/data/reports/SIAGE_<generation>.rpt
      *         (via RPT-PRINT)
      * Parm: SIAGE_MONTH environment variable (YYYYMM, default the
      *       coming month)
      * Note: Individual numbers are retrieved through MYNUM-SVC
      *       under the operator running the filing and are never
      *       printed.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE
               ASSIGN TO 'hr-cobol/data/employees.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT NOTIF-FILE
               ASSIGN TO DYNAMIC WS-NOTIF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD         PIC X(1000).

       FD  NOTIF-FILE.
       01  NOTIF-RECORD.
           COPY sinotif.

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'SIAGE'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

       01  WS-EMP-FILE-STATUS      PIC XX.
           88  EMP-FILE-OK             VALUE '00'.
           88  EMP-FILE-EOF            VALUE '10'.
           88  EMP-FILE-NOT-FOUND      VALUE '35'.
       01  WS-NTF-FILE-STATUS      PIC XX.
           88  NTF-FILE-OK             VALUE '00'.

       01  WS-NOTIF-PATH           PIC X(60).
       01  WS-NOTIF-NAME           PIC X(40).

       01  WS-EMP-REC.
           COPY employee REPLACING ==05== BY ==10==.

      * Print-file plumbing
       01  WS-RPT-OP               PIC X.
       01  WS-RPT-NAME             PIC X(8)  VALUE 'SIAGE'.
       01  WS-RPT-TITLE            PIC X(40)
           VALUE 'SOCIAL INSURANCE AGE TRANSITIONS'.
       01  WS-RPT-OPERATOR         PIC X(16).
       01  WS-RPT-LINE             PIC X(100).
       01  WS-RPT-STATUS           PIC 9.

      * Working storage for RUNCTL-SVC calls
           COPY runctl-req.
           COPY runctl-res.
       01  WS-RUN-PARM             PIC X(10).
       01  WS-RUN-START-TS         PIC 9(14).
       01  WS-ENV-OVERRIDE         PIC X(10).

      * Working storage for the service calls behind each notice
           COPY sig-req.
           COPY sig-res.
           COPY loc-req.
           COPY loc-res.
           COPY co-req.
           COPY co-res.
           COPY mynum-req.
           COPY mynum-res.
           COPY xmit-req.
           COPY xmit-res.
       78  LATEST-VERSION-DATE     VALUE 99999999.

      * The legal entity this run covers - records carrying spaces
      * are the pre-company world and read as 01
       01  WS-ENV-COMPANY          PIC X(10).
       01  WS-COMPANY-FILTER       PIC X(2) VALUE '01'.
       01  WS-REC-COMPANY          PIC X(2).
       01  WS-COMPANY-MATCH-SW     PIC X.
           88  RECORD-COMPANY-MATCH    VALUE 'Y'.
           88  RECORD-COMPANY-OTHER    VALUE 'N'.

       01  WS-ENV-MONTH            PIC X(10).
       01  WS-MONTH                PIC 9(6) VALUE 0.
       01  WS-PRIOR-MONTH          PIC 9(6).
       01  WS-TODAY                PIC 9(8).
       01  WS-ROLL-YY              PIC 9(4).
       01  WS-ROLL-MM              PIC 9(2).

      * The milestone ages, tested in order
       01  WS-MILE-IDX             PIC 9.
       01  WS-MILE-AGES            PIC 9(3) OCCURS 4 TIMES.
       01  WS-MILESTONE            PIC 9(3).
       01  WS-EFFECTIVE-DATE       PIC 9(8).
       01  WS-CHANGE-TEXT          PIC X(30).
       01  WS-PREMIUM-TEXT         PIC X(20).
       01  WS-PREMIUM-MONTH        PIC 9(6).

      * Working storage for AGE-UTIL calls
       01  WS-AU-OP                PIC X(2).
       01  WS-AU-CLASS             PIC X VALUE SPACE.
       01  WS-AU-RESULT            PIC 9(8).
       01  WS-AU-STATUS            PIC 9.

      * Control report flags for the row
       01  WS-OFFICE-FLAG          PIC X(16).
       01  WS-MYNUM-FLAG           PIC X(12).
       01  WS-REMUN-FLAG           PIC X(18).

       01  WS-LISTED-COUNT         PIC 9(4) VALUE 0.
       01  WS-ROW-COUNT            PIC 9(6) VALUE 0.
       01  WS-NO-MYNUM-COUNT       PIC 9(4) VALUE 0.
       01  WS-NO-OFFICE-COUNT      PIC 9(4) VALUE 0.
       01  WS-NO-GRADE-COUNT       PIC 9(4) VALUE 0.
       01  WS-FAILED-COUNT         PIC 9(4) VALUE 0.
       01  WS-STD-HASH             PIC 9(13)V99 VALUE 0.
       01  WS-COUNT-DISPLAY        PIC ZZ,ZZ9.
       01  WS-AGE-DISPLAY          PIC ZZ9.
       01  WS-EMP-ID-DISPLAY       PIC 9(9).
       01  WS-AMOUNT-DISPLAY       PIC ZZZ,ZZZ,ZZ9.
       01  WS-EMP-NAME             PIC X(30).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'SIAGE - SI Age Milestone Transitions v'
               WS-VERSION

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-ENV-MONTH FROM ENVIRONMENT 'SIAGE_MONTH'
           IF WS-ENV-MONTH(1:6) IS NUMERIC
               MOVE WS-ENV-MONTH(1:6) TO WS-MONTH
           END-IF

      *    Default: the coming month, so the changes are known
      *    before the payroll that first reflects them
           IF WS-MONTH = 0
               DIVIDE WS-TODAY BY 100 GIVING WS-MONTH
               DIVIDE WS-MONTH BY 100
                   GIVING WS-ROLL-YY REMAINDER WS-ROLL-MM
               IF WS-ROLL-MM = 12
                   COMPUTE WS-MONTH = (WS-ROLL-YY + 1) * 100 + 1
               ELSE
                   ADD 1 TO WS-MONTH
               END-IF
           END-IF

      *    A change losing coverage in the run month leaves the month
      *    before it as the last premium-bearing month
           DIVIDE WS-MONTH BY 100
               GIVING WS-ROLL-YY REMAINDER WS-ROLL-MM
           IF WS-ROLL-MM = 1
               COMPUTE WS-PRIOR-MONTH = (WS-ROLL-YY - 1) * 100 + 12
           ELSE
               COMPUTE WS-PRIOR-MONTH = WS-MONTH - 1
           END-IF

           MOVE 40 TO WS-MILE-AGES(1)
           MOVE 65 TO WS-MILE-AGES(2)
           MOVE 70 TO WS-MILE-AGES(3)
           MOVE 75 TO WS-MILE-AGES(4)

           PERFORM RESOLVE-COMPANY-SCOPE

           PERFORM REGISTER-RUN-START
           IF NOT OK OF RUNCTL-SVC-RES
                   AND STATUS-CODE-N OF RUNCTL-SVC-RES = 409
               DISPLAY 'RUN BLOCKED: ' STATUS-MSG OF RUNCTL-SVC-RES
               DISPLAY 'Set RUNCTL_OVERRIDE=Y to run anyway.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-NOTIF-NAME
           STRING 'export/siage_' WS-MONTH '.dat'
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

           OPEN INPUT EMPLOYEE-FILE
           IF NOT EMP-FILE-OK
               DISPLAY 'ERROR: Cannot open employee file'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OPEN-PRINT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CHANGES EFFECTIVE IN ' WS-MONTH
                  '  COMPANY ' WS-COMPANY-FILTER
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           PERFORM UNTIL EMP-FILE-EOF
               READ EMPLOYEE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE EMPLOYEE-RECORD TO WS-EMP-REC
                       MOVE COMPANY-CODE OF WS-EMP-REC
                           TO WS-REC-COMPANY
                       PERFORM CHECK-RECORD-COMPANY
                       IF VALID-TO OF WS-EMP-REC = OPEN-ENDED-DATE
                               AND (ACTIVE OF WS-EMP-REC
                                   OR ON-LEAVE OF WS-EMP-REC)
                               AND BIRTH-DATE OF WS-EMP-REC NOT = 0
                               AND RECORD-COMPANY-MATCH
                           PERFORM CHECK-ONE-MILESTONE
                               VARYING WS-MILE-IDX FROM 1 BY 1
                               UNTIL WS-MILE-IDX > 4
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EMPLOYEE-FILE
           CLOSE NOTIF-FILE

           PERFORM PRINT-TOTALS
           PERFORM CLOSE-PRINT-FILE
           PERFORM REGISTER-TRANSMISSION
           PERFORM REGISTER-RUN-END

           MOVE WS-LISTED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Age transitions listed: ' WS-COUNT-DISPLAY
           MOVE WS-ROW-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Agency notices written: ' WS-COUNT-DISPLAY
           DISPLAY 'Notification file: ' WS-NOTIF-PATH
           IF WS-FAILED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      * CHECK-ONE-MILESTONE: The date the change for this age takes
      * effect - listed when it falls in the run month.
       CHECK-ONE-MILESTONE.
           MOVE WS-MILE-AGES(WS-MILE-IDX) TO WS-MILESTONE
           MOVE 'M' TO WS-AU-OP
           CALL 'AGE-UTIL' USING WS-AU-OP BIRTH-DATE OF WS-EMP-REC
                                 WS-MILESTONE WS-AU-CLASS WS-MONTH
                                 WS-AU-RESULT WS-AU-STATUS
           IF WS-AU-STATUS NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-AU-RESULT TO WS-EFFECTIVE-DATE
           IF WS-EFFECTIVE-DATE(1:6) NOT = WS-MONTH
               EXIT PARAGRAPH
           END-IF

           PERFORM LIST-ONE-MILESTONE
           .

       LIST-ONE-MILESTONE.
           ADD 1 TO WS-LISTED-COUNT

           EVALUATE WS-MILESTONE
               WHEN 40
                   MOVE 'NURSING CARE PREMIUM STARTS' TO WS-CHANGE-TEXT
                   MOVE 'FIRST PREMIUM MONTH' TO WS-PREMIUM-TEXT
                   MOVE WS-MONTH TO WS-PREMIUM-MONTH
               WHEN 65
                   MOVE 'NURSING CARE PREMIUM ENDS' TO WS-CHANGE-TEXT
                   MOVE 'LAST PREMIUM MONTH' TO WS-PREMIUM-TEXT
                   MOVE WS-PRIOR-MONTH TO WS-PREMIUM-MONTH
               WHEN 70
                   MOVE 'WELFARE PENSION ENDS' TO WS-CHANGE-TEXT
                   MOVE 'LAST PREMIUM MONTH' TO WS-PREMIUM-TEXT
                   MOVE WS-PRIOR-MONTH TO WS-PREMIUM-MONTH
               WHEN OTHER
                   MOVE 'HEALTH INSURANCE ENDS' TO WS-CHANGE-TEXT
                   MOVE 'LAST PREMIUM MONTH' TO WS-PREMIUM-TEXT
                   MOVE WS-PRIOR-MONTH TO WS-PREMIUM-MONTH
           END-EVALUATE

           MOVE EMP-ID OF WS-EMP-REC TO WS-EMP-ID-DISPLAY
           MOVE WS-MILESTONE TO WS-AGE-DISPLAY
           MOVE SPACES TO WS-EMP-NAME
           STRING LAST-NAME OF WS-EMP-REC DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  FIRST-NAME OF WS-EMP-REC DELIMITED BY SPACE
               INTO WS-EMP-NAME
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-EMP-ID-DISPLAY ' ' WS-EMP-NAME(1:20)
                  ' AGE' WS-AGE-DISPLAY
                  ' FROM ' WS-EFFECTIVE-DATE
                  ' ' WS-CHANGE-TEXT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING '          BORN ' BIRTH-DATE OF WS-EMP-REC
                  '  ' WS-PREMIUM-TEXT ' ' WS-PREMIUM-MONTH
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           EVALUATE WS-MILESTONE
               WHEN 70
                   PERFORM START-NOTICE-ROW
                   SET SN-LOSS TO TRUE
                   SET SN-LOSS-PENSION TO TRUE
                   PERFORM WRITE-AGE-LOSS-NOTICE
                   PERFORM START-NOTICE-ROW
                   SET SN-OVER-70 TO TRUE
                   PERFORM WRITE-OVER-70-NOTICE
               WHEN 75
                   PERFORM START-NOTICE-ROW
                   SET SN-LOSS TO TRUE
                   SET SN-LOSS-HEALTH TO TRUE
                   PERFORM WRITE-AGE-LOSS-NOTICE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      * START-NOTICE-ROW: The identifying part of an agency notice
      * row, common to the loss and over-70 notices.
       START-NOTICE-ROW.
           INITIALIZE NOTIF-RECORD
           MOVE EMP-ID OF WS-EMP-REC TO SN-EMP-ID
           MOVE KANA-LAST OF WS-EMP-REC TO SN-KANA-LAST
           MOVE KANA-FIRST OF WS-EMP-REC TO SN-KANA-FIRST
           MOVE LAST-NAME OF WS-EMP-REC TO SN-LAST-NAME
           MOVE FIRST-NAME OF WS-EMP-REC TO SN-FIRST-NAME
           MOVE BIRTH-DATE OF WS-EMP-REC TO SN-BIRTH-DATE
           MOVE LOCATION-CODE OF WS-EMP-REC TO SN-LOCATION-CODE
           MOVE WS-REC-COMPANY TO SN-COMPANY-CODE
           MOVE WS-EFFECTIVE-DATE TO SN-EVENT-DATE

           PERFORM RESOLVE-SI-OFFICE
           PERFORM RETRIEVE-MY-NUMBER
           MOVE SPACES TO WS-REMUN-FLAG
           .

       WRITE-AGE-LOSS-NOTICE.
           MOVE '7' TO SN-LOSS-REASON
           WRITE NOTIF-RECORD
           ADD 1 TO WS-ROW-COUNT

           MOVE SPACES TO WS-RPT-LINE
           STRING '          LOSS NOTICE  SCHEME ' SN-LOSS-SCHEME
                  ' OFFICE ' SN-OFFICE-CODE
                  ' LOSS DATE ' SN-EVENT-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           PERFORM FLAG-NOTICE-ROW
           .

      * WRITE-OVER-70-NOTICE: The over-70 employee notice reports the
      * standard monthly remuneration the employer keeps reporting
      * wages on - the grade on file as of the change.
       WRITE-OVER-70-NOTICE.
           IF EMP-TYPE-PART OF WS-EMP-REC
               MOVE '2' TO SN-INSURED-TYPE
           ELSE
               MOVE '1' TO SN-INSURED-TYPE
           END-IF

           INITIALIZE SIGRADE-SVC-REQ
           INITIALIZE SIGRADE-SVC-RES
           SET OP-FIND-AS-OF OF SIGRADE-SVC-REQ TO TRUE
           MOVE 'SIAGE' TO USER-ID OF SIGRADE-SVC-REQ
           MOVE SPACES TO CORR-ID OF SIGRADE-SVC-REQ
           MOVE SN-EMP-ID TO Q-EMP-ID OF SIGRADE-SVC-REQ
           MOVE WS-EFFECTIVE-DATE TO Q-AS-OF-DATE OF SIGRADE-SVC-REQ
           CALL 'SIGRADE-SVC' USING SIGRADE-SVC-REQ SIGRADE-SVC-RES

           IF OK OF SIGRADE-SVC-RES
                   AND SI-GRADE OF OUT-SIGRADE OF SIGRADE-SVC-RES > 0
               MOVE SI-GRADE OF OUT-SIGRADE OF SIGRADE-SVC-RES
                   TO SN-SI-GRADE
               MOVE STANDARD-REMUN OF OUT-SIGRADE OF SIGRADE-SVC-RES
                   TO SN-STANDARD-REMUN
               MOVE DETERMINED-AVERAGE
                       OF OUT-SIGRADE OF SIGRADE-SVC-RES
                   TO SN-REMUN-CASH
               MOVE SN-REMUN-CASH TO SN-REMUN-TOTAL
               SET SN-FROM-GRADE TO TRUE
           ELSE
               MOVE 'NO GRADE ON FILE' TO WS-REMUN-FLAG
               ADD 1 TO WS-NO-GRADE-COUNT
           END-IF

           ADD SN-STANDARD-REMUN TO WS-STD-HASH
           WRITE NOTIF-RECORD
           ADD 1 TO WS-ROW-COUNT

           MOVE SN-STANDARD-REMUN TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING '          OVER-70 NOTICE  OFFICE ' SN-OFFICE-CODE
                  ' GRADE ' SN-SI-GRADE
                  ' STD ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           PERFORM FLAG-NOTICE-ROW
           .

       FLAG-NOTICE-ROW.
           IF WS-OFFICE-FLAG = SPACES
                   AND WS-MYNUM-FLAG = SPACES
                   AND WS-REMUN-FLAG = SPACES
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-FAILED-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING '    *** ' WS-OFFICE-FLAG
                  ' ' WS-MYNUM-FLAG
                  ' ' WS-REMUN-FLAG
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

      * RESOLVE-SI-OFFICE: The pension office the employee's
      * establishment files under; an unassigned (or officeless)
      * establishment falls back to the company's own office and is
      * flagged for checking - the same resolution SINOTIF applies.
       RESOLVE-SI-OFFICE.
           MOVE SPACES TO WS-OFFICE-FLAG
           MOVE SPACES TO SN-OFFICE-CODE

           IF SN-LOCATION-CODE NOT = SPACES
               INITIALIZE LOC-SVC-REQ
               INITIALIZE LOC-SVC-RES
               SET OP-FIND OF LOC-SVC-REQ TO TRUE
               MOVE 'SIAGE' TO USER-ID OF LOC-SVC-REQ
               MOVE SPACES TO CORR-ID OF LOC-SVC-REQ
               MOVE SN-LOCATION-CODE
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
           MOVE 'SIAGE' TO USER-ID OF CO-SVC-REQ
           MOVE SPACES TO CORR-ID OF CO-SVC-REQ
           MOVE SN-COMPANY-CODE TO Q-COMPANY-CODE OF CO-SVC-REQ
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
               ADD 1 TO WS-NO-MYNUM-COUNT
           END-IF
           .

       PRINT-TOTALS.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-LISTED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'AGE TRANSITIONS:          ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-ROW-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'AGENCY NOTICES WRITTEN:   ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-NO-MYNUM-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'NOTICES WITHOUT MY NUMBER:' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-NO-OFFICE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'NO SI OFFICE RESOLVED:    ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-NO-GRADE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'OVER-70 WITHOUT GRADE:    ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
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
           MOVE 'SIAGE' TO USER-ID OF XMIT-SVC-REQ
           MOVE SPACES TO CORR-ID OF XMIT-SVC-REQ
           MOVE 'SIAGE' TO XMIT-JOB OF IN-XMIT OF XMIT-SVC-REQ
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

       REGISTER-RUN-START.
           MOVE SPACES TO WS-RUN-PARM
           MOVE WS-MONTH TO WS-RUN-PARM
           INITIALIZE RUNCTL-SVC-REQ
           INITIALIZE RUNCTL-SVC-RES
           SET OP-START OF RUNCTL-SVC-REQ TO TRUE
           MOVE 'SIAGE' TO USER-ID OF RUNCTL-SVC-REQ
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

       REGISTER-RUN-END.
           INITIALIZE RUNCTL-SVC-REQ
           INITIALIZE RUNCTL-SVC-RES
           SET OP-END OF RUNCTL-SVC-REQ TO TRUE
           MOVE 'SIAGE' TO USER-ID OF RUNCTL-SVC-REQ
           MOVE SPACES TO CORR-ID OF RUNCTL-SVC-REQ
           MOVE WS-PROGRAM-NAME(1:8) TO Q-JOB-NAME OF RUNCTL-SVC-REQ
           MOVE WS-RUN-PARM TO Q-RUN-PARM OF RUNCTL-SVC-REQ
           MOVE WS-RUN-START-TS
               TO Q-START-TIMESTAMP OF RUNCTL-SVC-REQ
           MOVE WS-LISTED-COUNT TO Q-TOTAL-COUNT OF RUNCTL-SVC-REQ
           COMPUTE Q-SUCCESS-COUNT OF RUNCTL-SVC-REQ =
               WS-ROW-COUNT - WS-FAILED-COUNT
           MOVE WS-FAILED-COUNT TO Q-FAILED-COUNT OF RUNCTL-SVC-REQ
           MOVE 'C' TO Q-OUTCOME OF RUNCTL-SVC-REQ
           CALL 'RUNCTL-SVC' USING RUNCTL-SVC-REQ RUNCTL-SVC-RES
           .

       RESOLVE-COMPANY-SCOPE.
           ACCEPT WS-ENV-COMPANY FROM ENVIRONMENT 'COMPANY_CODE'
           IF WS-ENV-COMPANY(1:2) NOT = SPACES
               MOVE WS-ENV-COMPANY(1:2) TO WS-COMPANY-FILTER
           END-IF
           DISPLAY 'Company scope: ' WS-COMPANY-FILTER
           .

      * CHECK-RECORD-COMPANY: Whether the code in WS-REC-COMPANY
      * belongs to this run's entity - spaces reading as 01.
       CHECK-RECORD-COMPANY.
           IF WS-REC-COMPANY = SPACES
               MOVE '01' TO WS-REC-COMPANY
           END-IF
           IF WS-REC-COMPANY = WS-COMPANY-FILTER
               SET RECORD-COMPANY-MATCH TO TRUE
           ELSE
               SET RECORD-COMPANY-OTHER TO TRUE
           END-IF
           .

       END PROGRAM SIAGE.
