       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNSTRPT.
      ******************************************************************
      * CNSTRPT - Electronic Delivery Consent Register
      * Purpose: Every consent to electronic delivery on file - the
      *          pay statement, the withholding statement and the
      *          total rewards statement kept apart - with the day
      *          it was given, how it was given and the filing
      *          reference of the form or receipt,
      *          the portal account the documents go to, and the day
      *          it was withdrawn. Each line shows whether the
      *          consent is in force on the as-of date, which is the
      *          test PAYSLIP, YEARRPT and TOTREWD route on, so the
      *          auditor can tie every portal delivery to a consent.
      * Input: hr-cobol/data/consent.dat (CNST-SVC)
      *        hr-cobol/data/employees.dat (via EMP-SVC)
      * Output: hr-cobol/data/reports/CNSTRPT.rpt (via RPT-PRINT)
      * Parm: CNSTRPT_AS_OF environment variable (YYYYMMDD,
      *       optional - today when not given)
      * Return code: 0 register printed, 8 parm or file error
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSENT-FILE
               ASSIGN TO 'hr-cobol/data/consent.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONSENT-FILE.
       01  CONSENT-RECORD          PIC X(200).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'CNSTRPT'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

       01  WS-CNS-FILE-STATUS      PIC XX.
           88  CNS-FILE-OK             VALUE '00'.
           88  CNS-FILE-EOF            VALUE '10'.
           88  CNS-FILE-NOT-FOUND      VALUE '35'.

       01  WS-CNS-REC.
           COPY consent REPLACING ==05== BY ==10==.

      * Working storage for EMP-SVC calls - the employee's name
           COPY emp-req.
           COPY emp-res.

      * Print-file plumbing - same shape as the report programs
       01  WS-RPT-OP               PIC X.
       01  WS-RPT-NAME             PIC X(8)  VALUE 'CNSTRPT'.
       01  WS-RPT-TITLE            PIC X(40)
           VALUE 'ELECTRONIC DELIVERY CONSENT REGISTER'.
       01  WS-RPT-OPERATOR         PIC X(16).
       01  WS-RPT-LINE             PIC X(100).
       01  WS-RPT-STATUS           PIC 9.

       01  WS-ENV-AS-OF            PIC X(10).
       01  WS-AS-OF                PIC 9(8) VALUE 0.

      * The register, read whole so each document type prints as
      * its own section
       78  MAX-CONSENTS            VALUE 20000.
       01  WS-CNS-COUNT            PIC 9(5) VALUE 0.
       01  WS-CNS-TABLE.
           05  WS-CNS-ENTRY OCCURS 20000 TIMES
                   INDEXED BY WS-CNS-IDX.
               10  WS-CT-EMP-ID        PIC 9(9).
               10  WS-CT-DOC-TYPE      PIC X.
               10  WS-CT-DATE          PIC 9(8).
               10  WS-CT-METHOD        PIC X.
               10  WS-CT-REF           PIC X(20).
               10  WS-CT-PORTAL-ID     PIC X(20).
               10  WS-CT-WITHDRAW      PIC 9(8).

      * The section being printed
       01  WS-SECTION-DOC-TYPE     PIC X.
       01  WS-SECTION-TITLE        PIC X(30).
       01  WS-SECTION-IN-FORCE     PIC 9(5) VALUE 0.
       01  WS-SECTION-WITHDRAWN    PIC 9(5) VALUE 0.
       01  WS-SECTION-PENDING      PIC 9(5) VALUE 0.

      * Totals
       01  WS-TOTAL-IN-FORCE       PIC 9(5) VALUE 0.
       01  WS-TOTAL-WITHDRAWN      PIC 9(5) VALUE 0.

      * Print work fields
       01  WS-EMP-NAME             PIC X(22).
       01  WS-METHOD-TEXT          PIC X(7).
       01  WS-STATE-TEXT           PIC X(9).
       01  WS-WITHDRAW-TEXT        PIC X(8).
       01  WS-COUNT-DISPLAY        PIC ZZ,ZZ9.
       01  WS-COUNT-DISPLAY-2      PIC ZZ,ZZ9.
       01  WS-COUNT-DISPLAY-3      PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'CNSTRPT - Electronic Delivery Consent Register v'
               WS-VERSION

           MOVE SPACES TO WS-ENV-AS-OF
           ACCEPT WS-ENV-AS-OF FROM ENVIRONMENT 'CNSTRPT_AS_OF'
           EVALUATE TRUE
               WHEN WS-ENV-AS-OF = SPACES
                   ACCEPT WS-AS-OF FROM DATE YYYYMMDD
               WHEN WS-ENV-AS-OF(1:8) IS NUMERIC
                   MOVE WS-ENV-AS-OF(1:8) TO WS-AS-OF
               WHEN OTHER
                   DISPLAY 'ERROR: CNSTRPT_AS_OF must be YYYYMMDD'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           DISPLAY 'Consents as of ' WS-AS-OF

           PERFORM LOAD-CONSENTS

           PERFORM OPEN-PRINT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'AS OF ' WS-AS-OF
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           MOVE 'P' TO WS-SECTION-DOC-TYPE
           MOVE 'PAY STATEMENT' TO WS-SECTION-TITLE
           PERFORM PRINT-DOC-SECTION
           MOVE 'W' TO WS-SECTION-DOC-TYPE
           MOVE 'WITHHOLDING STATEMENT' TO WS-SECTION-TITLE
           PERFORM PRINT-DOC-SECTION
           MOVE 'R' TO WS-SECTION-DOC-TYPE
           MOVE 'TOTAL REWARDS STATEMENT' TO WS-SECTION-TITLE
           PERFORM PRINT-DOC-SECTION

           PERFORM PRINT-TOTALS
           PERFORM CLOSE-PRINT-FILE

           MOVE WS-CNS-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Consents on file:     ' WS-COUNT-DISPLAY
           MOVE WS-TOTAL-IN-FORCE TO WS-COUNT-DISPLAY
           DISPLAY 'In force:             ' WS-COUNT-DISPLAY
           MOVE WS-TOTAL-WITHDRAWN TO WS-COUNT-DISPLAY
           DISPLAY 'Withdrawn:            ' WS-COUNT-DISPLAY
           STOP RUN
           .

      * LOAD-CONSENTS: The whole register into the table.
       LOAD-CONSENTS.
           OPEN INPUT CONSENT-FILE
           IF CNS-FILE-NOT-FOUND
               DISPLAY 'No consent file found.'
               EXIT PARAGRAPH
           END-IF
           IF NOT CNS-FILE-OK
               DISPLAY 'ERROR: Cannot open consent file.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL CNS-FILE-EOF OR WS-CNS-COUNT >= MAX-CONSENTS
               READ CONSENT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CONSENT-RECORD TO WS-CNS-REC
                       PERFORM LOAD-ONE-CONSENT
               END-READ
           END-PERFORM

           CLOSE CONSENT-FILE
           .

       LOAD-ONE-CONSENT.
           ADD 1 TO WS-CNS-COUNT
           SET WS-CNS-IDX TO WS-CNS-COUNT
           MOVE EMP-ID OF WS-CNS-REC TO WS-CT-EMP-ID(WS-CNS-IDX)
           MOVE DOC-TYPE OF WS-CNS-REC TO WS-CT-DOC-TYPE(WS-CNS-IDX)
           MOVE CONSENT-DATE OF WS-CNS-REC TO WS-CT-DATE(WS-CNS-IDX)
           MOVE CONSENT-METHOD OF WS-CNS-REC
               TO WS-CT-METHOD(WS-CNS-IDX)
           MOVE CONSENT-REF OF WS-CNS-REC TO WS-CT-REF(WS-CNS-IDX)
           MOVE PORTAL-ID OF WS-CNS-REC
               TO WS-CT-PORTAL-ID(WS-CNS-IDX)
           MOVE WITHDRAW-DATE OF WS-CNS-REC
               TO WS-CT-WITHDRAW(WS-CNS-IDX)
           .

      * PRINT-DOC-SECTION: The consents for one document type, with
      * the count in force, withdrawn and not yet effective.
       PRINT-DOC-SECTION.
           MOVE 0 TO WS-SECTION-IN-FORCE
           MOVE 0 TO WS-SECTION-WITHDRAWN
           MOVE 0 TO WS-SECTION-PENDING

           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DOCUMENT: ' WS-SECTION-TITLE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE 'EMP-ID    NAME                   CONSENT  METHOD  '
               TO WS-RPT-LINE
           MOVE 'REFERENCE            PORTAL ID  WITHDRAWN STATE'
               TO WS-RPT-LINE(51:50)
           PERFORM EMIT-PRINT-LINE

           PERFORM PRINT-ONE-CONSENT
               VARYING WS-CNS-IDX FROM 1 BY 1
               UNTIL WS-CNS-IDX > WS-CNS-COUNT

           MOVE WS-SECTION-IN-FORCE TO WS-COUNT-DISPLAY
           MOVE WS-SECTION-WITHDRAWN TO WS-COUNT-DISPLAY-2
           MOVE WS-SECTION-PENDING TO WS-COUNT-DISPLAY-3
           MOVE SPACES TO WS-RPT-LINE
           STRING '  IN FORCE ' WS-COUNT-DISPLAY
                  '  WITHDRAWN ' WS-COUNT-DISPLAY-2
                  '  NOT YET EFFECTIVE ' WS-COUNT-DISPLAY-3
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           ADD WS-SECTION-IN-FORCE TO WS-TOTAL-IN-FORCE
           ADD WS-SECTION-WITHDRAWN TO WS-TOTAL-WITHDRAWN
           .

      * PRINT-ONE-CONSENT: In force means given on or before the
      * as-of date and not withdrawn by it - the same test CNST-SVC
      * applies for delivery.
       PRINT-ONE-CONSENT.
           IF WS-CT-DOC-TYPE(WS-CNS-IDX) NOT = WS-SECTION-DOC-TYPE
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN WS-CT-DATE(WS-CNS-IDX) > WS-AS-OF
                   MOVE 'PENDING' TO WS-STATE-TEXT
                   ADD 1 TO WS-SECTION-PENDING
               WHEN WS-CT-WITHDRAW(WS-CNS-IDX) NOT = 0
                       AND WS-CT-WITHDRAW(WS-CNS-IDX) <= WS-AS-OF
                   MOVE 'WITHDRAWN' TO WS-STATE-TEXT
                   ADD 1 TO WS-SECTION-WITHDRAWN
               WHEN OTHER
                   MOVE 'IN FORCE' TO WS-STATE-TEXT
                   ADD 1 TO WS-SECTION-IN-FORCE
           END-EVALUATE

           IF WS-CT-METHOD(WS-CNS-IDX) = 'W'
               MOVE 'WRITTEN' TO WS-METHOD-TEXT
           ELSE
               MOVE 'PORTAL' TO WS-METHOD-TEXT
           END-IF

           IF WS-CT-WITHDRAW(WS-CNS-IDX) = 0
               MOVE SPACES TO WS-WITHDRAW-TEXT
           ELSE
               MOVE WS-CT-WITHDRAW(WS-CNS-IDX) TO WS-WITHDRAW-TEXT
           END-IF

           PERFORM LOOK-UP-EMPLOYEE

           MOVE SPACES TO WS-RPT-LINE
           STRING WS-CT-EMP-ID(WS-CNS-IDX) ' '
                  WS-EMP-NAME ' '
                  WS-CT-DATE(WS-CNS-IDX) ' '
                  WS-METHOD-TEXT ' '
                  WS-CT-REF(WS-CNS-IDX) ' '
                  WS-CT-PORTAL-ID(WS-CNS-IDX)(1:10) ' '
                  WS-WITHDRAW-TEXT ' '
                  WS-STATE-TEXT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

       LOOK-UP-EMPLOYEE.
           INITIALIZE EMP-SVC-REQ
           INITIALIZE EMP-SVC-RES
           MOVE 'F' TO OP-CODE OF EMP-SVC-REQ
           MOVE 'CNSTRPT' TO USER-ID OF EMP-SVC-REQ
           MOVE SPACES TO CORR-ID OF EMP-SVC-REQ
           MOVE WS-CT-EMP-ID(WS-CNS-IDX) TO Q-EMP-ID OF EMP-SVC-REQ

           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES

           MOVE SPACES TO WS-EMP-NAME
           IF OK OF EMP-SVC-RES
               STRING LAST-NAME OF OUT-EMP OF EMP-SVC-RES
                          DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      FIRST-NAME OF OUT-EMP OF EMP-SVC-RES
                          DELIMITED BY SPACE
                   INTO WS-EMP-NAME
           ELSE
               MOVE '(not on file)' TO WS-EMP-NAME
           END-IF
           .

       PRINT-TOTALS.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE '========================================'
               TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-CNS-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CONSENTS ON FILE  ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-TOTAL-IN-FORCE TO WS-COUNT-DISPLAY
           MOVE WS-TOTAL-WITHDRAWN TO WS-COUNT-DISPLAY-2
           MOVE SPACES TO WS-RPT-LINE
           STRING 'IN FORCE          ' WS-COUNT-DISPLAY
                  '  WITHDRAWN ' WS-COUNT-DISPLAY-2
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
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

       END PROGRAM CNSTRPT.
