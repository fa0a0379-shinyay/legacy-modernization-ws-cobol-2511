      *          were scrubbed by PURGEPII carry a clear notice, so
      *          the reader knows blanks mean "erased", not "never
      *          captured".
      *          Each run is itself recorded through AUDIT-LOG as a
      *          DISCLOSURE read-access entry naming the employee
      *          and the requesting operator, for ACCESRPT.
      * Input: hr-cobol/data/employees.dat
      *        hr-cobol/data/payroll.dat
      *        hr-cobol/data/benefits.dat
      * Output: hr-cobol/data/reports/disclosure_<empid>.rpt
      *         Console summary (DISPLAY)
      * Parm: DISCLOSE_EMP_ID environment variable (required)
      *       REPORT_OPERATOR environment variable (requesting
      *       operator for the access entry; default OPERATOR)
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-AMOUNT-DISPLAY        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

      * Read-access entry for the run itself
       01  WS-REQ-OPERATOR          PIC X(16).
       01  WS-AUDIT-REC.
           COPY audit.
       01  WS-ACCESS-DETAIL.
           COPY access.

       PROCEDURE DIVISION.

       MAIN-PROCESS.

           CLOSE REPORT-FILE

           PERFORM AUDIT-DISCLOSURE-RUN

           DISPLAY 'Disclosure written to ' WS-REPORT-PATH
           MOVE WS-VERSION-COUNT TO WS-COUNT-DISPLAY
           DISPLAY '  Record versions: ' WS-COUNT-DISPLAY

           STOP RUN.

      * AUDIT-DISCLOSURE-RUN: A disclosure shows every area of the
      * employee's data at once, so the run is logged as a read of
      * all of it. Written after the audit-trail section has been
      * read so the document does not list its own run.
       AUDIT-DISCLOSURE-RUN.
           MOVE SPACES TO WS-REQ-OPERATOR
           ACCEPT WS-REQ-OPERATOR FROM ENVIRONMENT 'REPORT_OPERATOR'
           IF WS-REQ-OPERATOR = SPACES
               MOVE 'OPERATOR' TO WS-REQ-OPERATOR
           END-IF

           INITIALIZE WS-AUDIT-REC
           INITIALIZE WS-ACCESS-DETAIL
           MOVE WS-REQ-OPERATOR TO USER-ID OF WS-AUDIT-REC
           MOVE 'DISCLOSURE' TO ACTION OF WS-AUDIT-REC
           MOVE 'EMP' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE WS-TARGET-EMP-ID TO ENTITY-ID OF WS-AUDIT-REC
           SET ACC-DETAIL-PRESENT TO TRUE
           SET ACC-AREA-ALL TO TRUE
           MOVE 'DISCLOSE' TO ACC-SOURCE
           MOVE WS-TARGET-EMP-ID TO ACC-EMP-ID
           MOVE WS-TARGET-EMP-ID TO ACC-ENTITY-KEY
           MOVE WS-REPORT-PATH TO ACC-NOTE
           MOVE WS-ACCESS-DETAIL TO AFTER-VALUE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC
           .

       PRINT-REPORT-HEADER.
           MOVE ALL '=' TO REPORT-RECORD
           WRITE REPORT-RECORD
