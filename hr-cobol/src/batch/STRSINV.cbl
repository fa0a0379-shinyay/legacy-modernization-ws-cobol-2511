       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRSINV.
      ******************************************************************
      * STRSINV - Annual Stress Check Invitation Run
      * Purpose: Opens a fiscal year's stress check campaign: every
      *          employee in service is given a participation record
      *          through STRESS-SVC, stamped with the invitation date.
      *          Anyone already invited for the cycle is left alone,
      *          so a rerun after new hires invites only the new
      *          starters and never moves an earlier invitation date.
      * Input: hr-cobol/data/employees.dat
      * Output: STRESS-SVC updates
      *         hr-cobol/data/reports/STRSINV.rpt (via RPT-PRINT)
      * Parm: STRSINV_FY environment variable (YYYY, default the
      *       current fiscal year - April to March)
      *       STRSINV_DATE environment variable (YYYYMMDD invitation
      *       date, default today)
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE
               ASSIGN TO 'hr-cobol/data/employees.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD         PIC X(1000).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'STRSINV'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

       01  WS-EMP-FILE-STATUS      PIC XX.
           88  EMP-FILE-OK             VALUE '00'.
           88  EMP-FILE-EOF            VALUE '10'.
           88  EMP-FILE-NOT-FOUND      VALUE '35'.

       01  WS-EMP-REC.
           COPY employee REPLACING ==05== BY ==10==.

      * Working storage for STRESS-SVC calls
           COPY strs-req.
           COPY strs-res.

      * Print-file plumbing
       01  WS-RPT-OP               PIC X.
       01  WS-RPT-NAME             PIC X(8)  VALUE 'STRSINV'.
       01  WS-RPT-TITLE            PIC X(40)
           VALUE 'STRESS CHECK INVITATIONS'.
       01  WS-RPT-OPERATOR         PIC X(16).
       01  WS-RPT-LINE             PIC X(100).
       01  WS-RPT-STATUS           PIC 9.

       01  WS-ENV-FY               PIC X(10).
       01  WS-ENV-DATE             PIC X(10).
       01  WS-FY                   PIC 9(4) VALUE 0.
       01  WS-INVITE-DATE          PIC 9(8) VALUE 0.
       01  WS-TODAY                PIC 9(8).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY.
           05  WS-TODAY-YEAR       PIC 9(4).
           05  WS-TODAY-MONTH      PIC 9(2).
           05  WS-TODAY-DAY        PIC 9(2).

       01  WS-INVITED-COUNT        PIC 9(5) VALUE 0.
       01  WS-ALREADY-COUNT        PIC 9(5) VALUE 0.
       01  WS-ERROR-COUNT          PIC 9(5) VALUE 0.
       01  WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.
       01  WS-EMP-ID-DISPLAY       PIC 9(9).
       01  WS-DEPT-DISPLAY         PIC Z(5)9.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'STRSINV - Stress Check Invitations v' WS-VERSION

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-ENV-FY FROM ENVIRONMENT 'STRSINV_FY'
           IF WS-ENV-FY(1:4) IS NUMERIC
               MOVE WS-ENV-FY(1:4) TO WS-FY
           END-IF
           IF WS-FY = 0
               IF WS-TODAY-MONTH >= 4
                   MOVE WS-TODAY-YEAR TO WS-FY
               ELSE
                   COMPUTE WS-FY = WS-TODAY-YEAR - 1
               END-IF
           END-IF
           ACCEPT WS-ENV-DATE FROM ENVIRONMENT 'STRSINV_DATE'
           IF WS-ENV-DATE(1:8) IS NUMERIC
               MOVE WS-ENV-DATE(1:8) TO WS-INVITE-DATE
           END-IF
           IF WS-INVITE-DATE = 0
               MOVE WS-TODAY TO WS-INVITE-DATE
           END-IF

           DISPLAY 'Inviting for FY ' WS-FY ' on ' WS-INVITE-DATE

           OPEN INPUT EMPLOYEE-FILE
           IF NOT EMP-FILE-OK
               DISPLAY 'ERROR: Cannot open employee file.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OPEN-PRINT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'FISCAL YEAR ' WS-FY
                  '  INVITATION DATE ' WS-INVITE-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE 'NEWLY INVITED' TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           PERFORM UNTIL EMP-FILE-EOF
               READ EMPLOYEE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE EMPLOYEE-RECORD TO WS-EMP-REC
                       IF VALID-TO OF WS-EMP-REC = OPEN-ENDED-DATE
                               AND NOT TERMINATED OF WS-EMP-REC
                           PERFORM INVITE-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EMPLOYEE-FILE

           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-INVITED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'INVITED THIS RUN     ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-ALREADY-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ALREADY INVITED      ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-ERROR-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ERRORS               ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           PERFORM CLOSE-PRINT-FILE

           MOVE WS-INVITED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Invited:            ' WS-COUNT-DISPLAY
           MOVE WS-ALREADY-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Already invited:    ' WS-COUNT-DISPLAY
           MOVE WS-ERROR-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Errors:             ' WS-COUNT-DISPLAY

           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      * INVITE-ONE-EMPLOYEE: An existing participation record with
      * an invitation date is kept as it stands; a missing one (or
      * one HR opened without a date) is stamped with this run's.
       INVITE-ONE-EMPLOYEE.
           INITIALIZE STRESS-SVC-REQ
           INITIALIZE STRESS-SVC-RES
           SET OP-FIND OF STRESS-SVC-REQ TO TRUE
           MOVE 'STRSINV' TO USER-ID OF STRESS-SVC-REQ
           MOVE SPACES TO CORR-ID OF STRESS-SVC-REQ
           MOVE EMP-ID OF WS-EMP-REC TO Q-EMP-ID OF STRESS-SVC-REQ
           MOVE WS-FY TO Q-FISCAL-YEAR OF STRESS-SVC-REQ
           CALL 'STRESS-SVC' USING STRESS-SVC-REQ STRESS-SVC-RES

           IF OK OF STRESS-SVC-RES
               IF INVITED-DATE OF OUT-STRESS OF STRESS-SVC-RES > 0
                   ADD 1 TO WS-ALREADY-COUNT
                   EXIT PARAGRAPH
               END-IF
               MOVE OUT-STRESS OF STRESS-SVC-RES
                   TO IN-STRESS OF STRESS-SVC-REQ
           ELSE
               IF STATUS-CODE-N OF STRESS-SVC-RES NOT = 404
                   PERFORM REPORT-INVITE-ERROR
                   EXIT PARAGRAPH
               END-IF
               INITIALIZE IN-STRESS OF STRESS-SVC-REQ
               MOVE EMP-ID OF WS-EMP-REC
                   TO EMP-ID OF IN-STRESS OF STRESS-SVC-REQ
               MOVE WS-FY TO CYCLE-FY OF IN-STRESS OF STRESS-SVC-REQ
               SET NO-INTERVIEW-REQUEST OF IN-STRESS
                   OF STRESS-SVC-REQ TO TRUE
           END-IF

           MOVE WS-INVITE-DATE
               TO INVITED-DATE OF IN-STRESS OF STRESS-SVC-REQ
           SET OP-PUT OF STRESS-SVC-REQ TO TRUE
           INITIALIZE STRESS-SVC-RES
           CALL 'STRESS-SVC' USING STRESS-SVC-REQ STRESS-SVC-RES
           IF NOT OK OF STRESS-SVC-RES
               PERFORM REPORT-INVITE-ERROR
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-INVITED-COUNT
           MOVE EMP-ID OF WS-EMP-REC TO WS-EMP-ID-DISPLAY
           MOVE DEPT-ID OF WS-EMP-REC TO WS-DEPT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING '  EMP ' WS-EMP-ID-DISPLAY
                  ' DEPT ' WS-DEPT-DISPLAY
                  ' LOC ' LOCATION-CODE OF WS-EMP-REC
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

       REPORT-INVITE-ERROR.
           ADD 1 TO WS-ERROR-COUNT
           DISPLAY '  ERROR EMP-ID=' EMP-ID OF WS-EMP-REC
               ' - ' STATUS-MSG OF STRESS-SVC-RES(1:60)
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

       END PROGRAM STRSINV.
