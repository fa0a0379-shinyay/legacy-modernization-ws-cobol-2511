       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSRPT.
      ******************************************************************
      * ABSRPT - Sickness and Injury Absence Case Report
      * Purpose: HR's follow-up list for long absences: every open
      *          case with its type, onset, waiting period and the
      *          spells off work, then every claim period on any
      *          case still waiting for its wage certificate, so
      *          nothing sits unsubmitted to the insurer.
      * Input: hr-cobol/data/abscase.dat (via ABSCASE-SVC)
      *        hr-cobol/data/employees.dat (via EMP-SVC)
      * Output: hr-cobol/data/reports/ABSRPT_<generation>.rpt
      *         (via RPT-PRINT)
      ******************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'ABSRPT'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

      * Working storage for ABSCASE-SVC calls
           COPY abs-req.
           COPY abs-res.
       01  WS-CURSOR-EMP-ID        PIC 9(9) VALUE 0.
       01  WS-CURSOR-CASE-SEQ      PIC 9(2) VALUE 0.
       01  WS-CASE-SW              PIC X.
           88  MORE-CASES              VALUE 'Y'.
           88  NO-MORE-CASES           VALUE 'N'.
       01  WS-CASE.
           COPY abscase REPLACING ==05== BY ==10==.
       01  WS-SPELL-IDX            PIC 9(2).
       01  WS-CLAIM-IDX            PIC 9(2).

      * Working storage for EMP-SVC calls
           COPY emp-req.
           COPY emp-res.
       01  WS-EMP-NAME             PIC X(30).

      * Report pass - open cases first, then uncertified claims
       01  WS-PASS                 PIC X.
           88  PASS-OPEN-CASES         VALUE 'O'.
           88  PASS-UNCERTIFIED        VALUE 'U'.

       01  WS-OPEN-COUNT           PIC 9(5) VALUE 0.
       01  WS-UNCERT-COUNT         PIC 9(5) VALUE 0.

      * Print-file plumbing
       01  WS-RPT-OP               PIC X.
       01  WS-RPT-NAME             PIC X(8)  VALUE 'ABSRPT'.
       01  WS-RPT-TITLE            PIC X(40)
           VALUE 'SICKNESS AND INJURY ABSENCE CASES'.
       01  WS-RPT-OPERATOR         PIC X(16).
       01  WS-RPT-LINE             PIC X(100).
       01  WS-RPT-STATUS           PIC 9.

      * Display fields
       01  WS-COUNT-DISPLAY        PIC ZZ,ZZ9.
       01  WS-EMP-ID-DISPLAY       PIC 9(9).
       01  WS-TYPE-TEXT            PIC X(8).
       01  WS-WAIT-TEXT            PIC X(7).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'ABSRPT - Sickness and Injury Absence Cases v'
               WS-VERSION

           PERFORM OPEN-PRINT-FILE

           MOVE 'OPEN CASES' TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE 'EMP ID    NAME                           CASE TYPE'
               TO WS-RPT-LINE
           MOVE 'ONSET     WAITING' TO WS-RPT-LINE(56:17)
           PERFORM EMIT-PRINT-LINE
           SET PASS-OPEN-CASES TO TRUE
           PERFORM WALK-CASES
           IF WS-OPEN-COUNT = 0
               MOVE 'No open cases.' TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-IF

           PERFORM EMIT-PRINT-LINE
           MOVE 'CLAIM PERIODS AWAITING A WAGE CERTIFICATE'
               TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE 'EMP ID    NAME                           CASE CLAIM'
               TO WS-RPT-LINE
           MOVE 'FROM     TO       SUBMITTED' TO WS-RPT-LINE(53:27)
           PERFORM EMIT-PRINT-LINE
           SET PASS-UNCERTIFIED TO TRUE
           PERFORM WALK-CASES
           IF WS-UNCERT-COUNT = 0
               MOVE 'No claim periods are awaiting certification.'
                   TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-IF

           PERFORM CLOSE-PRINT-FILE

           MOVE WS-OPEN-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Open cases:            ' WS-COUNT-DISPLAY
           MOVE WS-UNCERT-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Uncertified claims:    ' WS-COUNT-DISPLAY
           STOP RUN
           .

       WALK-CASES.
           MOVE 0 TO WS-CURSOR-EMP-ID
           MOVE 0 TO WS-CURSOR-CASE-SEQ
           SET MORE-CASES TO TRUE
           PERFORM PROCESS-NEXT-CASE
               UNTIL NO-MORE-CASES
           .

       PROCESS-NEXT-CASE.
           INITIALIZE ABSCASE-SVC-REQ
           INITIALIZE ABSCASE-SVC-RES
           SET OP-LIST OF ABSCASE-SVC-REQ TO TRUE
           MOVE 'ABSRPT' TO USER-ID OF ABSCASE-SVC-REQ
           MOVE SPACES TO CORR-ID OF ABSCASE-SVC-REQ
           MOVE WS-CURSOR-EMP-ID TO Q-EMP-ID OF ABSCASE-SVC-REQ
           MOVE WS-CURSOR-CASE-SEQ TO Q-CASE-SEQ OF ABSCASE-SVC-REQ

           CALL 'ABSCASE-SVC' USING ABSCASE-SVC-REQ ABSCASE-SVC-RES

           IF NOT OK OF ABSCASE-SVC-RES
               SET NO-MORE-CASES TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE OUT-ABSCASE OF ABSCASE-SVC-RES TO WS-CASE
           MOVE EMP-ID OF WS-CASE TO WS-CURSOR-EMP-ID
           MOVE CASE-SEQ OF WS-CASE TO WS-CURSOR-CASE-SEQ

           IF PASS-OPEN-CASES
               IF CASE-OPEN OF WS-CASE
                   PERFORM PRINT-OPEN-CASE
               END-IF
           ELSE
               PERFORM PRINT-UNCERTIFIED-CLAIM
                   VARYING WS-CLAIM-IDX FROM 1 BY 1
                   UNTIL WS-CLAIM-IDX > CLAIM-COUNT OF WS-CASE
           END-IF
           .

       PRINT-OPEN-CASE.
           ADD 1 TO WS-OPEN-COUNT
           PERFORM RESOLVE-EMPLOYEE-NAME
           IF CASE-WORK-INJURY OF WS-CASE
               MOVE 'INJURY' TO WS-TYPE-TEXT
           ELSE
               MOVE 'SICKNESS' TO WS-TYPE-TEXT
           END-IF
           IF WAIT-MET OF WS-CASE
               MOVE 'MET' TO WS-WAIT-TEXT
           ELSE
               MOVE 'NOT MET' TO WS-WAIT-TEXT
           END-IF

           MOVE EMP-ID OF WS-CASE TO WS-EMP-ID-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-EMP-ID-DISPLAY ' ' WS-EMP-NAME ' '
                  CASE-SEQ OF WS-CASE '   ' WS-TYPE-TEXT ' '
                  ONSET-DATE OF WS-CASE '  ' WS-WAIT-TEXT ' '
                  WAIT-FROM OF WS-CASE '-' WAIT-TO OF WS-CASE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           PERFORM PRINT-ONE-SPELL
               VARYING WS-SPELL-IDX FROM 1 BY 1
               UNTIL WS-SPELL-IDX > SPELL-COUNT OF WS-CASE
           IF CASE-NOTE OF WS-CASE NOT = SPACES
               MOVE SPACES TO WS-RPT-LINE
               STRING '          NOTE: ' CASE-NOTE OF WS-CASE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-IF
           .

       PRINT-ONE-SPELL.
           MOVE SPACES TO WS-RPT-LINE
           STRING '          SPELL ' WS-SPELL-IDX ': '
                  SPELL-FROM OF WS-CASE(WS-SPELL-IDX) ' - '
                  SPELL-TO OF WS-CASE(WS-SPELL-IDX)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

       PRINT-UNCERTIFIED-CLAIM.
           IF CLAIM-CERTIFIED OF WS-CASE(WS-CLAIM-IDX) NOT = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-UNCERT-COUNT
           PERFORM RESOLVE-EMPLOYEE-NAME
           MOVE EMP-ID OF WS-CASE TO WS-EMP-ID-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-EMP-ID-DISPLAY ' ' WS-EMP-NAME ' '
                  CASE-SEQ OF WS-CASE '   ' WS-CLAIM-IDX '    '
                  CLAIM-FROM OF WS-CASE(WS-CLAIM-IDX) ' '
                  CLAIM-TO OF WS-CASE(WS-CLAIM-IDX) ' '
                  CLAIM-SUBMITTED OF WS-CASE(WS-CLAIM-IDX)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

       RESOLVE-EMPLOYEE-NAME.
           MOVE SPACES TO WS-EMP-NAME
           INITIALIZE EMP-SVC-REQ
           INITIALIZE EMP-SVC-RES
           MOVE 'F' TO OP-CODE OF EMP-SVC-REQ
           MOVE 'ABSRPT' TO USER-ID OF EMP-SVC-REQ
           MOVE SPACES TO CORR-ID OF EMP-SVC-REQ
           MOVE EMP-ID OF WS-CASE TO Q-EMP-ID OF EMP-SVC-REQ
           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES
           IF OK OF EMP-SVC-RES
               STRING LAST-NAME OF OUT-EMP OF EMP-SVC-RES
                          DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      FIRST-NAME OF OUT-EMP OF EMP-SVC-RES
                          DELIMITED BY '  '
                   INTO WS-EMP-NAME
           END-IF
           .

      * OPEN-PRINT-FILE / EMIT-PRINT-LINE / CLOSE-PRINT-FILE: the
      * report's print-file plumbing, shared shape across the report
      * programs.
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

       END PROGRAM ABSRPT.
