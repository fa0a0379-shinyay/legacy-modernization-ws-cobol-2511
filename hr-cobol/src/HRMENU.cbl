               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STM-FILE-STATUS.

      *    The catalog of jobs an operator may submit, with each
      *    job's parameter definitions - shared with JOBRUN
           SELECT JOBCAT-FILE
               ASSIGN TO 'hr-cobol/data/jobcat.def'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JCT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE.
       FD  STREAM-STA-FILE.
       01  STREAM-STA-RECORD       PIC X(80).

       FD  JOBCAT-FILE.
       01  JOBCAT-RECORD.
           COPY jobcat.

       WORKING-STORAGE SECTION.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'HRMENU'.
       01  WS-UPDATE-DEPT-ID       PIC 9(6).
       01  WS-UPDATE-DATE          PIC 9(8).
       01  WS-LEAVE-RETURN-DATE    PIC 9(8).
       01  WS-RETIRE-DATE          PIC 9(8).
       01  WS-TERM-REASON          PIC X(2).
       01  WS-FIND-DEPT-ID         PIC 9(6).
       01  WS-UPDATE-FIELD-N       PIC 9(5).
       01  WS-FIND-PAY-ID          PIC X(12).
       01  WS-FIND-REQN-ID         PIC 9(9).
       01  WS-REQN-CURSOR          PIC 9(9).
       01  WS-REQN-PAGE-COUNT      PIC 9(2).

      * Payroll history inquiry - newest-first paging cursor and the
      * running totals shown under the listed rows
       01  WS-CONFIRM-ANS      PIC X.
       01  WS-MYNUM-VALUE          PIC X(12).
       01  WS-MYNUM-PURPOSE        PIC X(40).
      * Health check screen - the fiscal year shown and the month
      * slot (April = 1) being walked
       01  WS-HC-FY                PIC 9(4).
       01  WS-HC-SLOT              PIC 9(2).
       01  WS-HC-MONTH             PIC 9(2).
       01  WS-HC-HOURS-DISPLAY     PIC ZZ9.99.
       01  WS-SC-FY                PIC 9(4).
      * Qualification screen - code entered and list paging
       01  WS-QL-CODE              PIC X(6).
       01  WS-QL-CURSOR            PIC X(15).
       01  WS-QL-ANS               PIC X.
       01  WS-LOC-CODE             PIC X(4).
       01  WS-GARN-LIST-IDX        PIC 9(2).
       01  WS-GARN-END-SEQ         PIC 9(2).
       01  WS-PTX-ANS              PIC X.
       01  WS-XMIT-CURSOR          PIC 9(6).
       01  WS-XMIT-EXC-ONLY        PIC X.
       01  WS-YEA-TAX-YEAR         PIC 9(4).

      * Resident tax change notification step - shared by guided
      * offboarding and the intercompany transfer: the fiscal
      * year's notified amount against the resident tax lines
      * already paid, and how the balance is to be collected
       01  WS-RTC-EMP-ID           PIC 9(9).
       01  WS-RTC-CHANGE-DATE      PIC 9(8).
       01  WS-RTC-CHANGE-MONTH     PIC 9(6).
       01  WS-RTC-CHANGE-YY        PIC 9(4).
       01  WS-RTC-CHANGE-MM        PIC 9(2).
       01  WS-RTC-REASON           PIC X.
       01  WS-RTC-NEW-COMPANY      PIC X(2).
       01  WS-RTC-FISCAL-YEAR      PIC 9(4).
       01  WS-RTC-FY-FIRST         PIC 9(6).
       01  WS-RTC-FY-LAST          PIC 9(6).
       01  WS-RTC-MUNI-CODE        PIC X(6).
       01  WS-RTC-ANNUAL           PIC 9(9)V99.
       01  WS-RTC-COLLECTED        PIC 9(9)V99.
       01  WS-RTC-BALANCE          PIC S9(9)V99.
       01  WS-RTC-LAST-PERIOD      PIC 9(6).
       01  WS-RTC-METHOD           PIC X.
       01  WS-RTC-PAY-CURSOR       PIC 9(6).
       01  WS-RTC-PAY-ID           PIC 9(12).
       01  WS-RTC-LINE-CURSOR      PIC 9(3).
       01  WS-RTC-AMT-DISPLAY      PIC ZZZ,ZZZ,ZZ9.
       01  WS-RTC-RESULT           PIC X(60).
       01  WS-RTC-FOUND-SW         PIC X.
           88  RTC-ON-FILE             VALUE 'Y'.
           88  RTC-NOT-ON-FILE         VALUE 'N'.
       01  WS-RTC-PAY-SW           PIC X.
           88  MORE-RTC-PAYS           VALUE 'Y'.
           88  NO-MORE-RTC-PAYS        VALUE 'N'.
       01  WS-RTC-LINE-SW          PIC X.
           88  MORE-RTC-LINES          VALUE 'Y'.
           88  NO-MORE-RTC-LINES       VALUE 'N'.
       01  WS-RTC-OLD-COMPANY      PIC X(2).
      *    Establishment entered for an intercompany transfer
       01  WS-IC-LOCATION          PIC X(4).

      * Report catalog / reprint plumbing
       01  WS-CAT-FILE-STATUS      PIC XX.
           88  STM-FILE-OK             VALUE '00'.
           88  STM-FILE-EOF            VALUE '10'.
           88  STM-FILE-NOT-FOUND      VALUE '35'.
       01  WS-JCT-FILE-STATUS      PIC XX.
           88  JCT-FILE-OK             VALUE '00'.
           88  JCT-FILE-EOF            VALUE '10'.
           88  JCT-FILE-NOT-FOUND      VALUE '35'.

      * Guided offboarding work fields
       78  LATEST-VERSION-DATE     VALUE 99999999.
           88  OPER-ROLE-HR            VALUE 'H'.
           88  OPER-ROLE-PAYROLL       VALUE 'P'.
           88  OPER-ROLE-VIEWER        VALUE 'V'.
      * Stress check implementer designation - on top of the role,
      * and the only way to the individual stress check results
       01  WS-OPERATOR-STRESS-SW   PIC X VALUE 'N'.
           88  OPER-STRESS-IMPLEMENTER VALUE 'Y'.
       01  WS-LOGON-TRIES          PIC 9 VALUE 0.
       01  WS-LOGON-SW             PIC X VALUE 'N'.
           88  LOGON-COMPLETE          VALUE 'Y'.
           88  IN-SESSION-COMPANY      VALUE 'Y'.
           88  NOT-SESSION-COMPANY     VALUE 'N'.
       01  WS-CO-CODE              PIC X(2).
       01  WS-PRJ-CODE             PIC X(8).
       01  WS-HSG-CODE             PIC X(8).
       01  WS-AUTH-SW              PIC X.
           88  OPERATOR-AUTHORIZED     VALUE 'Y'.
           88  OPERATOR-NOT-AUTHORIZED VALUE 'N'.
           COPY config.
       01  WS-CONFIG-IO-OP         PIC X.
       01  WS-CONFIG-IO-STATUS     PIC 9.
       01  WS-CONFIG-BEFORE        PIC X(40).
       01  WS-CFG-FIELD            PIC X(10).
       01  WS-CFG-PERIOD           PIC 9(6).
       01  WS-CFG-DAYS             PIC 9(4).
       01  WS-CFG-FREQUENCY        PIC X.
       01  WS-CFG-SEQ              PIC 9.
       01  WS-TODAY-MONTH          PIC 9(6).
       01  WS-TODAY-DATE           PIC 9(8).

       01  WS-AUDIT-REC.
           COPY audit.

      * Read-access detail carried in AFTER-VALUE of the entry
       01  WS-ACCESS-DETAIL.
           COPY access.

      * Holiday calendar maintenance
       01  WS-HOL-FILE-STATUS      PIC XX.
           88  HOL-FILE-OK             VALUE '00'.

           COPY mynum-res.

           COPY hlth-req.

           COPY hlth-res.

           COPY strs-req.

           COPY strs-res.

           COPY qual-req.

           COPY qual-res.

           COPY resid-req.

           COPY resid-res.

           COPY reqn-req.

           COPY reqn-res.

           COPY scnd-req.

           COPY scnd-res.

           COPY loc-req.

           COPY loc-res.

           COPY co-res.

           COPY proj-req.

           COPY proj-res.

           COPY hous-req.

           COPY hous-res.

           COPY comm-req.

           COPY comm-res.

           COPY garn-res.

           COPY save-req.

           COPY save-res.

           COPY cnst-req.

           COPY cnst-res.

           COPY loan-req.

           COPY loan-res.

           COPY xmit-res.

           COPY yeadj-req.

           COPY yeadj-res.

           COPY rtax-req.

           COPY rtax-res.

           COPY paydtl-req.

           COPY paydtl-res.

           COPY cchk-req.

           COPY cchk-res.

           COPY plv-req.

           COPY plv-res.

           COPY abs-req.

           COPY abs-res.

           COPY ntf-req.

           COPY ntf-res.

           COPY expt-req.

           COPY expt-res.

           COPY mdreq-req.

           COPY mdreq-res.

           COPY contr-req.

           COPY contr-res.

      * Period close checklist screen - the run type inquired on,
      * the open period being shown, and step maintenance entry
       01  WS-CCHK-TYPE            PIC X.
       01  WS-CCHK-PERIOD          PIC 9(6).
       01  WS-CCHK-PERIOD-X        PIC X(6).
       01  WS-CCHK-IDX             PIC 9(2).
       01  WS-CCHK-SHOWN           PIC 9(3).
       01  WS-CCHK-DONE            PIC 9(2).
       01  WS-CCHK-ANS             PIC X.
       01  WS-CCHK-SEQ             PIC 9(2).

      * Planned leave calendar screen - where the listing starts and
      * how many days it has shown
       01  WS-PLV-FROM-DATE        PIC 9(8).
       01  WS-PLV-SHOWN            PIC 9(3).
       01  WS-PLV-ANS              PIC X.

      * Sickness / injury absence case screen - the employee whose
      * latest case is shown, and the spell or claim being listed
       01  WS-ABS-EMP-ID           PIC 9(9).
       01  WS-ABS-IDX              PIC 9(2).
       01  WS-ABS-ANS              PIC X.

      * Notification outbox inquiry - the recipient whose notices are
      * listed (zero for the HR mailbox) and how many have been shown
       01  WS-NTF-INQ-ID           PIC 9(9).
       01  WS-NTF-SHOWN            PIC 9(3).
       01  WS-NTF-ANS              PIC X.

      * Overseas assignment screen - the employee whose assignment
      * covering today is shown
       01  WS-EXP-EMP-ID           PIC 9(9).
       01  WS-EXP-ANS              PIC X.

      * Cash pay receipt screen - the day the employee signed for the
      * envelope
       01  WS-CASH-SIGNED-DATE     PIC 9(8).

      * Before-image of the employee being edited - deciding whether
      * the keyed changes touch the fields that need a second pair
      * of eyes (names, grade, termination)
       01  WS-EMP-BEFORE.
           COPY employee REPLACING ==05== BY ==10==.

      * The proposed record of a bank account, dependent or commuting
      * change on the approval worklist
       01  WS-CHG-BANK.
           COPY bankacct REPLACING ==05== BY ==10==.
       01  WS-CHG-DEP.
           COPY depend REPLACING ==05== BY ==10==.
       01  WS-CHG-COMM.
           COPY commute REPLACING ==05== BY ==10==.

      * Batch job submission - the job picked from the catalog, its
      * parameter definitions, the values keyed on the form, and the
      * request status listing
           COPY jobq-req.

           COPY jobq-res.

       01  WS-JSUB-JOB-NAME        PIC X(8).
       01  WS-JSUB-JOB-DESC        PIC X(30).
       01  WS-JSUB-JOB-ROLE        PIC X.
       01  WS-JSUB-PERIOD-SEQ      PIC 9(2).
       01  WS-JSUB-FOUND-SW        PIC X.
           88  JSUB-JOB-FOUND          VALUE 'Y'.
           88  JSUB-JOB-NOT-FOUND      VALUE 'N'.
       01  WS-JSUB-SHOWN           PIC 9(3).
       01  WS-JSUB-PARM-COUNT      PIC 9(2).
       01  WS-JSUB-PARM-TABLE.
           05  WS-JSUB-PARM OCCURS 8 TIMES.
               10  WS-JSUB-P-ENV       PIC X(30).
               10  WS-JSUB-P-LABEL     PIC X(30).
               10  WS-JSUB-P-TYPE      PIC X.
               10  WS-JSUB-P-REQUIRED  PIC X.
               10  WS-JSUB-P-LENGTH    PIC 9(2).
               10  WS-JSUB-P-DEFAULT   PIC X(20).
               10  WS-JSUB-P-VALUE     PIC X(20).
       01  WS-JSUB-IDX             PIC 9(2).
       01  WS-JSUB-VALUE           PIC X(20).
       01  WS-JSUB-VALUE-N REDEFINES WS-JSUB-VALUE.
           05  WS-JSUB-VALUE-YYYY  PIC X(4).
           05  WS-JSUB-VALUE-MM    PIC X(2).
           05  WS-JSUB-VALUE-DD    PIC X(2).
           05  FILLER              PIC X(12).
       01  WS-JSUB-LEN             PIC 9(2).
       01  WS-JSUB-ABANDON-SW      PIC X.
           88  JSUB-ABANDONED          VALUE 'Y'.
       01  WS-JSUB-VALID-SW        PIC X.
           88  JSUB-VALUE-VALID        VALUE 'Y'.
           88  JSUB-VALUE-INVALID      VALUE 'N'.
       01  WS-JSUB-MONTH           PIC 9(2).
       01  WS-JSUB-CURSOR          PIC 9(6).
       01  WS-JSUB-REQ-ID          PIC 9(6).
       01  WS-JSUB-ANS             PIC X.
       01  WS-JSUB-PAGE-COUNT      PIC 9(2).
       01  WS-JSUB-LIST-ALL-SW     PIC X VALUE 'N'.
           88  JSUB-LIST-ALL           VALUE 'Y'.
       01  WS-JSUB-STATUS-TEXT     PIC X(9).
      * DATE-UTIL plumbing for the date parameter check
       01  WS-JSUB-DU-OP           PIC X(2).
       01  WS-JSUB-DU-DATE-1       PIC 9(8).
       01  WS-JSUB-DU-DATE-2       PIC 9(8).
       01  WS-JSUB-DU-RESULT       PIC S9(9).
       01  WS-JSUB-DU-STATUS       PIC 9.

      * Timecard exception review - the supervisor whose reports'
      * held cards are worked, the cursor through them, and the
      * corrected hours keyed in
           COPY tcsusp-req.

           COPY tcsusp-res.

       01  WS-TCX-MANAGER          PIC 9(9).
       01  WS-TCX-CURSOR           PIC 9(6).
       01  WS-TCX-SUSP-ID          PIC 9(6).
       01  WS-TCX-ANS              PIC X.
       01  WS-TCX-HOURS            PIC 9(2)V99.
       01  WS-TCX-PROJECT          PIC X(8).

      * Remittance payee maintenance - the payee keyed, and the
      * cursor through the master when listing
           COPY payee-req.

           COPY payee-res.

       01  WS-PYE-TYPE             PIC X.
       01  WS-PYE-REF              PIC X(30).
       01  WS-PYE-CURSOR           PIC X(31).
       01  WS-PYE-ANS              PIC X.

      * Emergency contacts and disaster safety confirmation - the
      * record as read (its REC-VERSION carried back on the change),
      * the event being worked and the cursor through its roster
           COPY emgc-req.

           COPY emgc-res.

           COPY safe-req.

           COPY safe-res.

       01  WS-EMC-ANS              PIC X.
       01  WS-EMC-ON-FILE-SW       PIC X.
           88  EMC-ON-FILE             VALUE 'Y'.
       01  WS-EMC-PHONE            PIC X(15).
       01  WS-SAF-EVENT            PIC X(8).
       01  WS-SAF-MANAGER          PIC 9(9).
       01  WS-SAF-UNACC-ONLY       PIC X.
       01  WS-SAF-CURSOR           PIC 9(9).
       01  WS-SAF-EMP-ID           PIC 9(9).
       01  WS-SAF-ANS              PIC X.
       01  WS-SAF-STATUS-TEXT      PIC X(11).

      * GL account mapping maintenance - the mapping keyed, and the
      * cursor through the master when listing
           COPY glmap-req.

           COPY glmap-res.

       01  WS-GLM-TYPE             PIC X.
       01  WS-GLM-CODE             PIC X(20).
       01  WS-GLM-RUN              PIC X.
       01  WS-GLM-SCOPE-TYPE       PIC X.
       01  WS-GLM-SCOPE-CODE       PIC X(6).
       01  WS-GLM-DEPT-ID          PIC 9(6).
       01  WS-GLM-CURSOR           PIC X(29).
       01  WS-GLM-ANS              PIC X.

       PROCEDURE DIVISION.
       
       MAIN-PROCESS.
                   MOVE OPERATOR-ROLE
                       OF OUT-OPERATOR OF USER-SVC-RES
                       TO WS-OPERATOR-ROLE
                   MOVE STRESS-IMPL-FLAG
                       OF OUT-OPERATOR OF USER-SVC-RES
                       TO WS-OPERATOR-STRESS-SW
                   SET LOGON-COMPLETE TO TRUE
                   IF PWD-CHANGE-REQUIRED OF USER-SVC-RES
                       DISPLAY 'Your password must be changed.'
           DISPLAY '7. Holiday Calendar'
           DISPLAY '8. Lock Inquiry / Cleanup'
           DISPLAY '9. Operations Dashboard'
           DISPLAY 'J. Batch Job Submission / Status'
           DISPLAY 'E. Emergency Contacts / Safety Confirmation'
           DISPLAY 'Q. Quit'
           DISPLAY '========================================='
           DISPLAY 'Enter your choice: ' WITH NO ADVANCING
                   PERFORM LOCK-MANAGEMENT-SCREEN
               WHEN '9'
                   CALL 'DASHBRD'
               WHEN 'J'
               WHEN 'j'
                   PERFORM JOB-SUBMISSION-MENU
               WHEN 'E'
               WHEN 'e'
                   PERFORM EMERGENCY-MENU
               WHEN 'Q'
               WHEN 'q'
                   MOVE 'Q' TO WS-MENU-CHOICE
           DISPLAY 'P. Promotion (grade + salary together)'
           DISPLAY 'G. Guided Retirement'
           DISPLAY 'X. Disability Classification (admin)'
           DISPLAY 'S. Sex Code (admin)'
           DISPLAY 'H. Health Checks / Long-Hours Interviews'
           DISPLAY 'W. Stress Check'
           DISPLAY 'Q. Qualifications / Licenses'
           DISPLAY 'R. Residence Status (foreign employees)'
           DISPLAY 'J. Job Requisitions'
           DISPLAY 'E. Secondments (shukko)'
           DISPLAY 'T. E-Delivery Consent (payslip / withholding)'
           DISPLAY 'N. Planned Leave Calendar (keikakuteki fuyo)'
           DISPLAY 'I. Sickness / Injury Absence Cases'
           DISPLAY 'U. Notifications Sent (outbox inquiry)'
           DISPLAY 'V. Overseas Assignments (expatriates)'
           DISPLAY 'Y. Master Data Required Items'
           DISPLAY 'Z. Indefinite-Term Conversion (five-year rule)'
           DISPLAY 'B. Back to Main Menu'
           DISPLAY '========================================='
           DISPLAY 'Enter your choice: ' WITH NO ADVANCING
               WHEN 'X'
               WHEN 'x'
                   PERFORM DISABILITY-SCREEN
               WHEN 'S'
               WHEN 's'
                   PERFORM SEX-CODE-SCREEN
               WHEN 'H'
               WHEN 'h'
                   PERFORM CHECK-HR-AUTHORITY
                   IF OPERATOR-AUTHORIZED
                       PERFORM HEALTH-CHECK-SCREEN
                   END-IF
               WHEN 'W'
               WHEN 'w'
                   IF OPER-STRESS-IMPLEMENTER
                       SET OPERATOR-AUTHORIZED TO TRUE
                   ELSE
                       PERFORM CHECK-HR-AUTHORITY
                   END-IF
                   IF OPERATOR-AUTHORIZED
                       PERFORM STRESS-CHECK-SCREEN
                   END-IF
               WHEN 'Q'
               WHEN 'q'
                   PERFORM CHECK-HR-AUTHORITY
                   IF OPERATOR-AUTHORIZED
                       PERFORM QUALIFICATION-SCREEN
                   END-IF
               WHEN 'R'
               WHEN 'r'
                   PERFORM CHECK-HR-AUTHORITY
                   IF OPERATOR-AUTHORIZED
                       PERFORM RESIDENCE-SCREEN
                   END-IF
               WHEN 'J'
               WHEN 'j'
                   PERFORM CHECK-HR-AUTHORITY
                   IF OPERATOR-AUTHORIZED
                       PERFORM REQUISITION-SCREEN
                   END-IF
               WHEN 'E'
               WHEN 'e'
                   PERFORM CHECK-HR-AUTHORITY
                   IF OPERATOR-AUTHORIZED
                       PERFORM SECONDMENT-SCREEN
                   END-IF
               WHEN 'T'
               WHEN 't'
                   PERFORM CHECK-HR-AUTHORITY
                   IF OPERATOR-AUTHORIZED
                       PERFORM CONSENT-SCREEN
                   END-IF
               WHEN 'N'
               WHEN 'n'
                   PERFORM CHECK-HR-AUTHORITY
                   IF OPERATOR-AUTHORIZED
                       PERFORM PLANNED-LEAVE-SCREEN
                   END-IF
               WHEN 'I'
               WHEN 'i'
                   PERFORM CHECK-HR-AUTHORITY
                   IF OPERATOR-AUTHORIZED
                       PERFORM ABSENCE-CASE-SCREEN
                   END-IF
               WHEN 'U'
               WHEN 'u'
                   PERFORM CHECK-HR-AUTHORITY
                   IF OPERATOR-AUTHORIZED
                       PERFORM NOTIFICATION-SCREEN
                   END-IF
               WHEN 'V'
               WHEN 'v'
                   PERFORM CHECK-HR-AUTHORITY
                   IF OPERATOR-AUTHORIZED
                       PERFORM EXPAT-ASSIGNMENT-SCREEN
                   END-IF
               WHEN 'Y'
               WHEN 'y'
                   PERFORM CHECK-HR-AUTHORITY
                   IF OPERATOR-AUTHORIZED
                       PERFORM MDREQ-SCREEN
                   END-IF
               WHEN 'Z'
               WHEN 'z'
                   PERFORM CHECK-HR-AUTHORITY
                   IF OPERATOR-AUTHORIZED
                       PERFORM CONVERSION-SCREEN
                   END-IF
               WHEN 'B'
               WHEN 'b'
                   CONTINUE
           DISPLAY '7. Establishment Master Maintenance'
           DISPLAY '8. Schedule Pattern Master'
           DISPLAY '9. Company Master Maintenance'
           DISPLAY 'P. Project Master Maintenance'
           DISPLAY 'H. Company Housing Maintenance'
           DISPLAY 'B. Back to Main Menu'
           DISPLAY '========================================='
           DISPLAY 'Enter your choice: ' WITH NO ADVANCING
                   PERFORM SCHEDULE-PATTERN-SCREEN
               WHEN '9'
                   PERFORM COMPANY-MASTER-SCREEN
               WHEN 'P'
               WHEN 'p'
                   PERFORM PROJECT-MASTER-SCREEN
               WHEN 'H'
               WHEN 'h'
                   PERFORM HOUSING-MASTER-SCREEN
               WHEN 'B'
               WHEN 'b'
                   CONTINUE
           DISPLAY 'W. Approval Worklist'
           DISPLAY 'G. Garnishment Orders'
           DISPLAY 'L. Loans / Advances'
           DISPLAY 'V. Savings Plans (shareholding / zaikei)'
           DISPLAY 'P. Pay Period Calendar'
           DISPLAY 'R. Performance Ratings'
           DISPLAY 'Y. Year-End Adjustment Declarations'
           DISPLAY 'K. Period Close Checklist'
           DISPLAY 'C. Cash Pay Receipt Returned'
           DISPLAY 'T. Timecard Exceptions (supervisor review)'
           DISPLAY 'M. Remittance Payees (transfer accounts)'
           DISPLAY 'E. GL Account Mapping (posting accounts)'
           DISPLAY 'B. Back to Main Menu'
           DISPLAY '========================================='
           DISPLAY 'Enter your choice: ' WITH NO ADVANCING
                   IF OPERATOR-AUTHORIZED
                       PERFORM LOAN-SCREEN
                   END-IF
               WHEN 'V'
               WHEN 'v'
                   PERFORM CHECK-PAYROLL-AUTHORITY
                   IF OPERATOR-AUTHORIZED
                       PERFORM SAVINGS-PLAN-SCREEN
                   END-IF
               WHEN 'P'
               WHEN 'p'
                   PERFORM CHECK-PAYROLL-AUTHORITY
                   IF OPERATOR-AUTHORIZED
                       PERFORM RATING-SCREEN
                   END-IF
               WHEN 'Y'
               WHEN 'y'
                   PERFORM CHECK-PAYROLL-AUTHORITY
                   IF OPERATOR-AUTHORIZED
                       PERFORM YEAR-END-ADJUSTMENT-SCREEN
                   END-IF
               WHEN 'K'
               WHEN 'k'
                   PERFORM CHECK-PAYROLL-AUTHORITY
                   IF OPERATOR-AUTHORIZED
                       PERFORM CLOSE-CHECKLIST-SCREEN
                   END-IF
               WHEN 'C'
               WHEN 'c'
                   PERFORM CHECK-PAYROLL-AUTHORITY
                   IF OPERATOR-AUTHORIZED
                       PERFORM CASH-RECEIPT-SCREEN
                   END-IF
               WHEN 'T'
               WHEN 't'
                   PERFORM TIMECARD-EXCEPTION-SCREEN
               WHEN 'M'
               WHEN 'm'
                   PERFORM CHECK-PAYROLL-AUTHORITY
                   IF OPERATOR-AUTHORIZED
                       PERFORM PAYEE-MASTER-SCREEN
                   END-IF
               WHEN 'E'
               WHEN 'e'
                   PERFORM CHECK-PAYROLL-AUTHORITY
                   IF OPERATOR-AUTHORIZED
                       PERFORM GL-MAPPING-SCREEN
                   END-IF
               WHEN 'B'
               WHEN 'b'
                   CONTINUE
           DISPLAY ' '
           .

      * JOB-SUBMISSION-MENU: Batch jobs an operator may request from
      * the job catalog instead of asking operations by mail, and
      * the status of the requests already made. JOBRUN works the
      * queue; a viewer may neither submit nor follow requests.
       JOB-SUBMISSION-MENU.
           IF OPER-ROLE-VIEWER
               DISPLAY 'Not authorized - viewer role cannot submit'
                   ' batch jobs.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY 'BATCH JOB SUBMISSION'
           DISPLAY '========================================='
           DISPLAY 'S)ubmit a job, T)rack my requests,'
           DISPLAY 'A)ll requests (admin), C)ancel a queued request,'
           DISPLAY 'Q)uit: ' WITH NO ADVANCING
           MOVE SPACES TO WS-JSUB-ANS
           ACCEPT WS-JSUB-ANS

           EVALUATE WS-JSUB-ANS
               WHEN 'S'
               WHEN 's'
                   PERFORM JOB-SUBMIT-SCREEN
               WHEN 'T'
               WHEN 't'
                   MOVE 'N' TO WS-JSUB-LIST-ALL-SW
                   PERFORM JOB-STATUS-SCREEN
               WHEN 'A'
               WHEN 'a'
                   IF OPER-ROLE-ADMIN
                       MOVE 'Y' TO WS-JSUB-LIST-ALL-SW
                       PERFORM JOB-STATUS-SCREEN
                   ELSE
                       DISPLAY 'Not authorized - admin role required.'
                   END-IF
               WHEN 'C'
               WHEN 'c'
                   PERFORM JOB-CANCEL-SCREEN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           DISPLAY ' '
           .

      * JOB-SUBMIT-SCREEN: Lists the catalog jobs the operator's role
      * reaches, takes the pick, prompts for each parameter against
      * its definition, and queues the request.
       JOB-SUBMIT-SCREEN.
           OPEN INPUT JOBCAT-FILE
           IF JCT-FILE-NOT-FOUND
               DISPLAY 'No job catalog installed.'
               EXIT PARAGRAPH
           END-IF
           IF NOT JCT-FILE-OK
               DISPLAY 'Cannot open the job catalog.'
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-JSUB-SHOWN
           PERFORM UNTIL JCT-FILE-EOF
               READ JOBCAT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF JCAT-JOB-ROW
                           MOVE JCAT-JOB-ROLE TO WS-JSUB-JOB-ROLE
                           PERFORM JOB-CHECK-ROLE-QUIET
                           IF OPERATOR-AUTHORIZED
                               DISPLAY JCAT-JOB-NAME '  '
                                   JCAT-JOB-DESC
                               ADD 1 TO WS-JSUB-SHOWN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBCAT-FILE

           IF WS-JSUB-SHOWN = 0
               DISPLAY 'No jobs in the catalog for your role.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Job name: ' WITH NO ADVANCING
           MOVE SPACES TO WS-JSUB-JOB-NAME
           ACCEPT WS-JSUB-JOB-NAME
           INSPECT WS-JSUB-JOB-NAME
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           PERFORM JOB-LOAD-DEFINITION
           IF JSUB-JOB-NOT-FOUND
               DISPLAY 'Job not in the catalog.'
               EXIT PARAGRAPH
           END-IF

           PERFORM JOB-CHECK-ROLE
           IF OPERATOR-NOT-AUTHORIZED
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY WS-JSUB-JOB-NAME ' - ' WS-JSUB-JOB-DESC
           DISPLAY '(blank takes the default shown; * abandons)'

           MOVE 'N' TO WS-JSUB-ABANDON-SW
           PERFORM JOB-PROMPT-ONE-PARM
               VARYING WS-JSUB-IDX FROM 1 BY 1
               UNTIL WS-JSUB-IDX > WS-JSUB-PARM-COUNT
                   OR JSUB-ABANDONED
           IF JSUB-ABANDONED
               DISPLAY 'Submission abandoned.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY 'Submit ' WS-JSUB-JOB-NAME ' with:'
           PERFORM VARYING WS-JSUB-IDX FROM 1 BY 1
                   UNTIL WS-JSUB-IDX > WS-JSUB-PARM-COUNT
               DISPLAY '  ' WS-JSUB-P-LABEL(WS-JSUB-IDX) ' '
                   WS-JSUB-P-VALUE(WS-JSUB-IDX)
           END-PERFORM
           DISPLAY 'Confirm (Y/N): ' WITH NO ADVANCING
           MOVE SPACES TO WS-JSUB-ANS
           ACCEPT WS-JSUB-ANS
           IF WS-JSUB-ANS NOT = 'Y' AND WS-JSUB-ANS NOT = 'y'
               DISPLAY 'Submission abandoned.'
               EXIT PARAGRAPH
           END-IF

           INITIALIZE JOBQ-SVC-REQ
           SET OP-SUBMIT OF JOBQ-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF JOBQ-SVC-REQ
           MOVE 'DEMO-CORR-0077' TO CORR-ID OF JOBQ-SVC-REQ
           MOVE WS-JSUB-JOB-NAME
               TO JOBQ-JOB-NAME OF IN-JOBQ OF JOBQ-SVC-REQ
           MOVE WS-COMPANY-CODE
               TO JOBQ-COMPANY-CODE OF IN-JOBQ OF JOBQ-SVC-REQ
           MOVE WS-OPERATOR-ID
               TO JOBQ-SUBMITTED-BY OF IN-JOBQ OF JOBQ-SVC-REQ
           MOVE SPACES TO JOBQ-PERIOD OF IN-JOBQ OF JOBQ-SVC-REQ
           IF WS-JSUB-PERIOD-SEQ > 0
                   AND WS-JSUB-PERIOD-SEQ <= WS-JSUB-PARM-COUNT
               MOVE WS-JSUB-P-VALUE(WS-JSUB-PERIOD-SEQ)(1:6)
                   TO JOBQ-PERIOD OF IN-JOBQ OF JOBQ-SVC-REQ
           END-IF
           MOVE WS-JSUB-PARM-COUNT
               TO JOBQ-PARM-COUNT OF IN-JOBQ OF JOBQ-SVC-REQ
           PERFORM VARYING WS-JSUB-IDX FROM 1 BY 1
                   UNTIL WS-JSUB-IDX > WS-JSUB-PARM-COUNT
               MOVE WS-JSUB-P-ENV(WS-JSUB-IDX)
                   TO JOBQ-PARM-ENV OF IN-JOBQ OF JOBQ-SVC-REQ
                       (WS-JSUB-IDX)
               MOVE WS-JSUB-P-VALUE(WS-JSUB-IDX)
                   TO JOBQ-PARM-VALUE OF IN-JOBQ OF JOBQ-SVC-REQ
                       (WS-JSUB-IDX)
           END-PERFORM

           CALL 'JOBQ-SVC' USING JOBQ-SVC-REQ JOBQ-SVC-RES

           IF OK OF JOBQ-SVC-RES
               DISPLAY 'SUCCESS: queued as request '
                   JOBQ-REQ-ID OF OUT-JOBQ OF JOBQ-SVC-RES
           ELSE
               DISPLAY 'ERROR: ' STATUS-MSG OF JOBQ-SVC-RES
           END-IF
           .

      * JOB-LOAD-DEFINITION: The picked job's catalog row and its
      * parameter rows, in sequence order as listed.
       JOB-LOAD-DEFINITION.
           SET JSUB-JOB-NOT-FOUND TO TRUE
           MOVE 0 TO WS-JSUB-PARM-COUNT
           INITIALIZE WS-JSUB-PARM-TABLE

           OPEN INPUT JOBCAT-FILE
           IF NOT JCT-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL JCT-FILE-EOF
               READ JOBCAT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF JCAT-JOB-NAME = WS-JSUB-JOB-NAME
                           PERFORM JOB-TAKE-DEFINITION-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBCAT-FILE
           .

       JOB-TAKE-DEFINITION-ROW.
           EVALUATE TRUE
               WHEN JCAT-JOB-ROW
                   SET JSUB-JOB-FOUND TO TRUE
                   MOVE JCAT-JOB-DESC TO WS-JSUB-JOB-DESC
                   MOVE JCAT-JOB-ROLE TO WS-JSUB-JOB-ROLE
                   MOVE 0 TO WS-JSUB-PERIOD-SEQ
                   IF JCAT-PERIOD-SEQ IS NUMERIC
                       MOVE JCAT-PERIOD-SEQ TO WS-JSUB-PERIOD-SEQ
                   END-IF
               WHEN JCAT-PARM-ROW AND WS-JSUB-PARM-COUNT < 8
                   ADD 1 TO WS-JSUB-PARM-COUNT
                   MOVE JCAT-PARM-ENV
                       TO WS-JSUB-P-ENV(WS-JSUB-PARM-COUNT)
                   MOVE JCAT-PARM-LABEL
                       TO WS-JSUB-P-LABEL(WS-JSUB-PARM-COUNT)
                   MOVE JCAT-PARM-TYPE
                       TO WS-JSUB-P-TYPE(WS-JSUB-PARM-COUNT)
                   MOVE JCAT-PARM-REQUIRED
                       TO WS-JSUB-P-REQUIRED(WS-JSUB-PARM-COUNT)
                   MOVE 20 TO WS-JSUB-P-LENGTH(WS-JSUB-PARM-COUNT)
                   IF JCAT-PARM-LENGTH IS NUMERIC
                           AND JCAT-PARM-LENGTH > 0
                           AND JCAT-PARM-LENGTH < 20
                       MOVE JCAT-PARM-LENGTH
                           TO WS-JSUB-P-LENGTH(WS-JSUB-PARM-COUNT)
                   END-IF
                   MOVE JCAT-PARM-DEFAULT
                       TO WS-JSUB-P-DEFAULT(WS-JSUB-PARM-COUNT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      * JOB-CHECK-ROLE: The job's catalog role against the operator -
      * payroll jobs through the payroll gate, HR jobs through the
      * HR gate, admin jobs to the admin alone.
       JOB-CHECK-ROLE.
           EVALUATE WS-JSUB-JOB-ROLE
               WHEN 'P'
                   PERFORM CHECK-PAYROLL-AUTHORITY
               WHEN 'H'
                   PERFORM CHECK-HR-AUTHORITY
               WHEN 'A'
                   IF OPER-ROLE-ADMIN
                       SET OPERATOR-AUTHORIZED TO TRUE
                   ELSE
                       SET OPERATOR-NOT-AUTHORIZED TO TRUE
                       DISPLAY 'Not authorized - admin role required.'
                   END-IF
               WHEN OTHER
                   SET OPERATOR-AUTHORIZED TO TRUE
           END-EVALUATE
           .

      * JOB-CHECK-ROLE-QUIET: The same test for the pick list, which
      * leaves out what the operator cannot reach without saying so.
       JOB-CHECK-ROLE-QUIET.
           EVALUATE TRUE
               WHEN WS-JSUB-JOB-ROLE = 'P'
                       AND NOT OPER-ROLE-PAYROLL
                       AND NOT OPER-ROLE-ADMIN
               WHEN WS-JSUB-JOB-ROLE = 'H'
                       AND NOT OPER-ROLE-HR
                       AND NOT OPER-ROLE-ADMIN
               WHEN WS-JSUB-JOB-ROLE = 'A'
                       AND NOT OPER-ROLE-ADMIN
                   SET OPERATOR-NOT-AUTHORIZED TO TRUE
               WHEN OTHER
                   SET OPERATOR-AUTHORIZED TO TRUE
           END-EVALUATE
           .

      * JOB-PROMPT-ONE-PARM: Prompts for one parameter until the
      * value passes its definition (or the operator abandons).
       JOB-PROMPT-ONE-PARM.
           SET JSUB-VALUE-INVALID TO TRUE
           PERFORM UNTIL JSUB-VALUE-VALID OR JSUB-ABANDONED
               IF WS-JSUB-P-DEFAULT(WS-JSUB-IDX) NOT = SPACES
                   DISPLAY WS-JSUB-P-LABEL(WS-JSUB-IDX)
                       ' [' WS-JSUB-P-DEFAULT(WS-JSUB-IDX) ']: '
                       WITH NO ADVANCING
               ELSE
                   DISPLAY WS-JSUB-P-LABEL(WS-JSUB-IDX) ': '
                       WITH NO ADVANCING
               END-IF
               MOVE SPACES TO WS-JSUB-VALUE
               ACCEPT WS-JSUB-VALUE
               IF WS-JSUB-VALUE = '*'
                   MOVE 'Y' TO WS-JSUB-ABANDON-SW
               ELSE
                   IF WS-JSUB-VALUE = SPACES
                       MOVE WS-JSUB-P-DEFAULT(WS-JSUB-IDX)
                           TO WS-JSUB-VALUE
                   END-IF
                   PERFORM JOB-VALIDATE-VALUE
               END-IF
           END-PERFORM
           IF JSUB-VALUE-VALID
               MOVE WS-JSUB-VALUE TO WS-JSUB-P-VALUE(WS-JSUB-IDX)
           END-IF
           .

      * JOB-VALIDATE-VALUE: The keyed value against the parameter's
      * required flag, maximum length and type.
       JOB-VALIDATE-VALUE.
           SET JSUB-VALUE-VALID TO TRUE

           IF WS-JSUB-VALUE = SPACES
               IF WS-JSUB-P-REQUIRED(WS-JSUB-IDX) = 'Y'
                   SET JSUB-VALUE-INVALID TO TRUE
                   DISPLAY '  A value is required.'
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-JSUB-LEN FROM 20 BY -1
                   UNTIL WS-JSUB-LEN = 0
                       OR WS-JSUB-VALUE(WS-JSUB-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           IF WS-JSUB-LEN > WS-JSUB-P-LENGTH(WS-JSUB-IDX)
               SET JSUB-VALUE-INVALID TO TRUE
               DISPLAY '  At most ' WS-JSUB-P-LENGTH(WS-JSUB-IDX)
                   ' characters.'
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-JSUB-P-TYPE(WS-JSUB-IDX)
               WHEN 'D'
                   IF WS-JSUB-LEN NOT = 8
                           OR WS-JSUB-VALUE(1:8) IS NOT NUMERIC
                       SET JSUB-VALUE-INVALID TO TRUE
                   ELSE
                       MOVE 'V ' TO WS-JSUB-DU-OP
                       MOVE WS-JSUB-VALUE(1:8) TO WS-JSUB-DU-DATE-1
                       MOVE 0 TO WS-JSUB-DU-DATE-2
                       CALL 'DATE-UTIL' USING WS-JSUB-DU-OP
                                              WS-JSUB-DU-DATE-1
                                              WS-JSUB-DU-DATE-2
                                              WS-JSUB-DU-RESULT
                                              WS-JSUB-DU-STATUS
                       IF WS-JSUB-DU-STATUS NOT = 0
                           SET JSUB-VALUE-INVALID TO TRUE
                       END-IF
                   END-IF
                   IF JSUB-VALUE-INVALID
                       DISPLAY '  Enter a valid date as YYYYMMDD.'
                   END-IF
               WHEN 'M'
                   IF WS-JSUB-LEN NOT = 6
                           OR WS-JSUB-VALUE(1:6) IS NOT NUMERIC
                       SET JSUB-VALUE-INVALID TO TRUE
                   ELSE
                       MOVE WS-JSUB-VALUE-MM TO WS-JSUB-MONTH
                       IF WS-JSUB-MONTH < 1 OR WS-JSUB-MONTH > 12
                           SET JSUB-VALUE-INVALID TO TRUE
                       END-IF
                   END-IF
                   IF JSUB-VALUE-INVALID
                       DISPLAY '  Enter a period as YYYYMM.'
                   END-IF
               WHEN 'Y'
                   IF WS-JSUB-LEN NOT = 4
                           OR WS-JSUB-VALUE-YYYY IS NOT NUMERIC
                           OR WS-JSUB-VALUE-YYYY < '1900'
                       SET JSUB-VALUE-INVALID TO TRUE
                       DISPLAY '  Enter a year as YYYY.'
                   END-IF
               WHEN 'F'
                   INSPECT WS-JSUB-VALUE CONVERTING 'yn' TO 'YN'
                   IF WS-JSUB-VALUE NOT = 'Y'
                           AND WS-JSUB-VALUE NOT = 'N'
                       SET JSUB-VALUE-INVALID TO TRUE
                       DISPLAY '  Enter Y or N.'
                   END-IF
               WHEN 'N'
                   IF WS-JSUB-VALUE(1:WS-JSUB-LEN) IS NOT NUMERIC
                       SET JSUB-VALUE-INVALID TO TRUE
                       DISPLAY '  Enter digits only.'
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      * JOB-STATUS-SCREEN: The operator's own requests (every
      * operator's for the admin's A pick), oldest first, with the
      * runner's outcome and the report catalog entry of the output.
       JOB-STATUS-SCREEN.
           DISPLAY ' '
           DISPLAY 'BATCH JOB REQUESTS'
           DISPLAY '========================================='
           MOVE 0 TO WS-JSUB-CURSOR
           MOVE 0 TO WS-JSUB-SHOWN
           MOVE 0 TO WS-JSUB-PAGE-COUNT
           MOVE 'Y' TO WS-JSUB-ANS

           PERFORM UNTIL WS-JSUB-ANS NOT = 'Y'
                   AND WS-JSUB-ANS NOT = 'y'
               INITIALIZE JOBQ-SVC-REQ
               SET OP-LIST OF JOBQ-SVC-REQ TO TRUE
               MOVE WS-OPERATOR-ID TO USER-ID OF JOBQ-SVC-REQ
               MOVE 'DEMO-CORR-0078' TO CORR-ID OF JOBQ-SVC-REQ
               MOVE WS-JSUB-CURSOR TO Q-CURSOR OF JOBQ-SVC-REQ
               IF NOT JSUB-LIST-ALL
                   MOVE WS-OPERATOR-ID
                       TO Q-SUBMITTED-BY OF JOBQ-SVC-REQ
               END-IF

               CALL 'JOBQ-SVC' USING JOBQ-SVC-REQ JOBQ-SVC-RES

               IF OK OF JOBQ-SVC-RES
                   MOVE NEXT-CURSOR OF JOBQ-SVC-RES TO WS-JSUB-CURSOR
                   PERFORM JOB-SHOW-ONE-REQUEST
                   IF MORE-RESULTS OF JOBQ-SVC-RES
                       IF WS-JSUB-PAGE-COUNT >= 10
                           MOVE 0 TO WS-JSUB-PAGE-COUNT
                           DISPLAY 'More? (Y/N): ' WITH NO ADVANCING
                           ACCEPT WS-JSUB-ANS
                       END-IF
                   ELSE
                       DISPLAY 'End of requests.'
                       MOVE 'N' TO WS-JSUB-ANS
                   END-IF
               ELSE
                   DISPLAY STATUS-MSG OF JOBQ-SVC-RES
                   MOVE 'N' TO WS-JSUB-ANS
               END-IF
           END-PERFORM
           .

       JOB-SHOW-ONE-REQUEST.
           ADD 1 TO WS-JSUB-SHOWN
           ADD 1 TO WS-JSUB-PAGE-COUNT
           EVALUATE TRUE
               WHEN JOBQ-QUEUED OF OUT-JOBQ OF JOBQ-SVC-RES
                   MOVE 'QUEUED' TO WS-JSUB-STATUS-TEXT
               WHEN JOBQ-RUNNING OF OUT-JOBQ OF JOBQ-SVC-RES
                   MOVE 'RUNNING' TO WS-JSUB-STATUS-TEXT
               WHEN JOBQ-COMPLETED OF OUT-JOBQ OF JOBQ-SVC-RES
                   MOVE 'COMPLETED' TO WS-JSUB-STATUS-TEXT
               WHEN JOBQ-FAILED OF OUT-JOBQ OF JOBQ-SVC-RES
                   MOVE 'FAILED' TO WS-JSUB-STATUS-TEXT
               WHEN JOBQ-CANCELLED OF OUT-JOBQ OF JOBQ-SVC-RES
                   MOVE 'CANCELLED' TO WS-JSUB-STATUS-TEXT
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-JSUB-STATUS-TEXT
           END-EVALUATE

           DISPLAY 'REQ ' JOBQ-REQ-ID OF OUT-JOBQ OF JOBQ-SVC-RES
               ' ' JOBQ-JOB-NAME OF OUT-JOBQ OF JOBQ-SVC-RES
               ' ' WS-JSUB-STATUS-TEXT
               ' BY ' JOBQ-SUBMITTED-BY OF OUT-JOBQ OF JOBQ-SVC-RES
               ' AT ' JOBQ-SUBMITTED-AT OF OUT-JOBQ OF JOBQ-SVC-RES
           IF JOBQ-PERIOD OF OUT-JOBQ OF JOBQ-SVC-RES NOT = SPACES
               DISPLAY '    PERIOD '
                   JOBQ-PERIOD OF OUT-JOBQ OF JOBQ-SVC-RES
           END-IF
           IF JOBQ-COMPLETED OF OUT-JOBQ OF JOBQ-SVC-RES
                   OR JOBQ-FAILED OF OUT-JOBQ OF JOBQ-SVC-RES
               DISPLAY '    ENDED '
                   JOBQ-ENDED-AT OF OUT-JOBQ OF JOBQ-SVC-RES
                   ' RC ' JOBQ-RETURN-CODE OF OUT-JOBQ OF JOBQ-SVC-RES
                   ' ' JOBQ-MESSAGE OF OUT-JOBQ OF JOBQ-SVC-RES
           END-IF
           IF JOBQ-RPT-GEN OF OUT-JOBQ OF JOBQ-SVC-RES NOT = 0
               PERFORM JOB-SHOW-CATALOG-ENTRY
           END-IF
           .

      * JOB-SHOW-CATALOG-ENTRY: The report catalog row of the
      * request's output - reprinted from the report catalog option.
       JOB-SHOW-CATALOG-ENTRY.
           MOVE JOBQ-RPT-GEN OF OUT-JOBQ OF JOBQ-SVC-RES
               TO WS-CAT-PICK-GEN
           OPEN INPUT RPTCAT-FILE
           IF NOT CAT-FILE-OK
               DISPLAY '    REPORT '
                   JOBQ-RPT-NAME OF OUT-JOBQ OF JOBQ-SVC-RES
                   ' GEN ' WS-CAT-PICK-GEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CAT-FILE-EOF
               READ RPTCAT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CAT-GEN = WS-CAT-PICK-GEN
                           DISPLAY '    REPORT GEN ' CAT-GEN
                               ' ' CAT-NAME
                               ' PERIOD ' CAT-PERIOD
                               ' RUN ' CAT-RUN-DATE '/' CAT-RUN-TIME
                               ' PAGES ' CAT-PAGES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RPTCAT-FILE
           .

      * JOB-CANCEL-SCREEN: Withdraws a request the runner has not
      * picked up yet - the operator's own, or anyone's for the
      * admin.
       JOB-CANCEL-SCREEN.
           DISPLAY 'Request number: ' WITH NO ADVANCING
           MOVE 0 TO WS-JSUB-REQ-ID
           ACCEPT WS-JSUB-REQ-ID
           IF WS-JSUB-REQ-ID = 0
               EXIT PARAGRAPH
           END-IF

      *    Look the request up as the listing would show it to this
      *    operator - someone else's request is simply not found
           INITIALIZE JOBQ-SVC-REQ
           SET OP-LIST OF JOBQ-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF JOBQ-SVC-REQ
           MOVE 'DEMO-CORR-0079' TO CORR-ID OF JOBQ-SVC-REQ
           SUBTRACT 1 FROM WS-JSUB-REQ-ID GIVING WS-JSUB-CURSOR
           MOVE WS-JSUB-CURSOR TO Q-CURSOR OF JOBQ-SVC-REQ
           IF NOT OPER-ROLE-ADMIN
               MOVE WS-OPERATOR-ID TO Q-SUBMITTED-BY OF JOBQ-SVC-REQ
           END-IF

           CALL 'JOBQ-SVC' USING JOBQ-SVC-REQ JOBQ-SVC-RES

           IF NOT OK OF JOBQ-SVC-RES
                   OR JOBQ-REQ-ID OF OUT-JOBQ OF JOBQ-SVC-RES
                       NOT = WS-JSUB-REQ-ID
               DISPLAY 'Request not found among yours.'
               EXIT PARAGRAPH
           END-IF

           INITIALIZE JOBQ-SVC-REQ
           SET OP-UPDATE OF JOBQ-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF JOBQ-SVC-REQ
           MOVE 'DEMO-CORR-0079' TO CORR-ID OF JOBQ-SVC-REQ
           MOVE WS-JSUB-REQ-ID TO Q-REQ-ID OF JOBQ-SVC-REQ
           MOVE 'X' TO Q-NEW-STATUS OF JOBQ-SVC-REQ
           MOVE 'Cancelled by the requester'
               TO Q-MESSAGE OF JOBQ-SVC-REQ

           CALL 'JOBQ-SVC' USING JOBQ-SVC-REQ JOBQ-SVC-RES

           IF OK OF JOBQ-SVC-RES
               DISPLAY 'SUCCESS: request cancelled.'
           ELSE
               DISPLAY 'ERROR: ' STATUS-MSG OF JOBQ-SVC-RES
           END-IF
           .

       ADD-EMPLOYEE-DEMO.
      *    Demonstrate adding an employee
           DISPLAY ' '
           DISPLAY 'ADD EMPLOYEE'
           DISPLAY '========================================='
           
      *    Initialize request
           INITIALIZE EMP-SVC-REQ
           MOVE 'A' TO OP-CODE OF EMP-SVC-REQ
           MOVE WS-OPERATOR-ID TO USER-ID OF EMP-SVC-REQ
           MOVE 'DEMO-CORR-0001' TO CORR-ID OF EMP-SVC-REQ
           
      *    Get employee data
           DISPLAY 'Enter Last Name: ' WITH NO ADVANCING
           ACCEPT LAST-NAME OF IN-EMP OF EMP-SVC-REQ
           
           DISPLAY 'Enter First Name: ' WITH NO ADVANCING
           ACCEPT FIRST-NAME OF IN-EMP OF EMP-SVC-REQ

           DISPLAY 'Enter Address Line 1 (blank for none): '
               WITH NO ADVANCING
           ACCEPT ADDR-LINE-1 OF IN-EMP OF EMP-SVC-REQ

           DISPLAY 'Enter Postal Code (blank for none): '
               WITH NO ADVANCING
           ACCEPT POSTAL-CODE OF IN-EMP OF EMP-SVC-REQ
           IF POSTAL-CODE OF IN-EMP OF EMP-SVC-REQ NOT = SPACES
               PERFORM FILL-FROM-POSTAL-CODE
           END-IF

           DISPLAY 'Enter Department ID: ' WITH NO ADVANCING
           ACCEPT DEPT-ID OF IN-EMP OF EMP-SVC-REQ

           DISPLAY 'Requisition ID (blank if none): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD(1:9) IS NUMERIC
               MOVE WS-UPDATE-FIELD(1:9)
                   TO REQN-ID OF IN-EMP OF EMP-SVC-REQ
           END-IF

      *    The session's company owns everything it creates
           MOVE WS-COMPANY-CODE
               TO COMPANY-CODE OF IN-EMP OF EMP-SVC-REQ

      *    Call employee service
           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES
           
      *    Display result
           DISPLAY ' '
           IF OK OF EMP-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF EMP-SVC-RES
               DISPLAY 'Employee ID: ' 
                   EMP-ID OF OUT-EMP OF EMP-SVC-RES
           ELSE
               DISPLAY 'ERROR (Code ' STATUS-CODE-N OF EMP-SVC-RES ')'
               DISPLAY STATUS-MSG OF EMP-SVC-RES
           END-IF
           DISPLAY ' '
           .

      * FILL-FROM-POSTAL-CODE: Looks the postal code just keyed up
      * in the postal master and pre-fills city and prefecture on
      * the request, saving the keying and the typos. A code the
      * master does not know is only noted here - EMP-SVC applies
      * POSTAL-POLICY when the record is saved.
       FILL-FROM-POSTAL-CODE.
           INITIALIZE POSTAL-SVC-REQ
           INITIALIZE POSTAL-SVC-RES
           MOVE 'F' TO OP-CODE OF POSTAL-SVC-REQ
           MOVE WS-OPERATOR-ID TO USER-ID OF POSTAL-SVC-REQ
           MOVE POSTAL-CODE OF IN-EMP OF EMP-SVC-REQ
               TO Q-POSTAL-CODE OF POSTAL-SVC-REQ

           CALL 'POSTAL-SVC' USING POSTAL-SVC-REQ POSTAL-SVC-RES

           IF OK OF POSTAL-SVC-RES
               MOVE CITY OF OUT-POSTAL OF POSTAL-SVC-RES
                   TO CITY OF IN-EMP OF EMP-SVC-REQ
               MOVE PREFECTURE OF OUT-POSTAL OF POSTAL-SVC-RES
                   TO STATE-CODE OF IN-EMP OF EMP-SVC-REQ
               DISPLAY 'City:       '
                   CITY OF IN-EMP OF EMP-SVC-REQ
               DISPLAY 'Prefecture: '
                   STATE-CODE OF IN-EMP OF EMP-SVC-REQ
           ELSE
               DISPLAY 'Postal code not in postal master - city and'
               DISPLAY 'prefecture not auto-filled.'
           END-IF
           .

       FIND-EMPLOYEE-SCREEN.
           DISPLAY ' '
           DISPLAY 'FIND EMPLOYEE'
           DISPLAY '========================================='

           DISPLAY 'Enter Employee ID: ' WITH NO ADVANCING
           ACCEPT WS-FIND-EMP-ID

           INITIALIZE EMP-SVC-REQ
           MOVE 'F' TO OP-CODE OF EMP-SVC-REQ
                   VALID-TO OF OUT-EMP OF EMP-SVC-RES
               DISPLAY 'Rec Version:   '
                   REC-VERSION OF OUT-EMP OF EMP-SVC-RES
               PERFORM AUDIT-PERSONAL-ACCESS
           ELSE
               DISPLAY 'ERROR (Code ' STATUS-CODE-N OF EMP-SVC-RES ')'
               DISPLAY STATUS-MSG OF EMP-SVC-RES
                       DEPT-ID OF OUT-EMP OF EMP-SVC-RES
                   DISPLAY '  Status:        '
                       EMP-STATUS OF OUT-EMP OF EMP-SVC-RES
                   PERFORM AUDIT-PERSONAL-ACCESS

                   MOVE NEXT-CURSOR OF EMP-SVC-RES TO WS-SEARCH-CURSOR

           MOVE 0 TO WS-UPDATE-DATE
           ACCEPT WS-UPDATE-DATE

      *    A department of the other company makes it an
      *    intercompany transfer - confirmed before it goes ahead
           PERFORM TRANSFER-RESOLVE-COMPANIES
           MOVE SPACES TO WS-IC-LOCATION
           IF WS-RTC-NEW-COMPANY NOT = WS-RTC-OLD-COMPANY
               DISPLAY ' '
               DISPLAY 'Intercompany transfer: company '
                   WS-RTC-OLD-COMPANY ' to company '
                   WS-RTC-NEW-COMPANY
               DISPLAY 'Employment ends with company '
                   WS-RTC-OLD-COMPANY ' and starts with company '
                   WS-RTC-NEW-COMPANY '.'
               DISPLAY 'Hire date and leave balances carry over; YTD'
               DISPLAY 'is split and resident tax collection moves.'
               DISPLAY 'New establishment code (blank=keep): '
                   WITH NO ADVANCING
               ACCEPT WS-IC-LOCATION
               DISPLAY 'Proceed with the intercompany transfer (Y/N)? '
                   WITH NO ADVANCING
               MOVE 'N' TO WS-CONFIRM-ANS
               ACCEPT WS-CONFIRM-ANS
               IF WS-CONFIRM-ANS NOT = 'Y' AND NOT = 'y'
                   DISPLAY 'Transfer cancelled.'
                   DISPLAY ' '
                   EXIT PARAGRAPH
               END-IF
           END-IF

           INITIALIZE EMP-SVC-REQ
           IF WS-RTC-NEW-COMPANY NOT = WS-RTC-OLD-COMPANY
               MOVE 'IC' TO OP-CODE OF EMP-SVC-REQ
               MOVE WS-IC-LOCATION
                   TO LOCATION-CODE OF IN-EMP OF EMP-SVC-REQ
           ELSE
               MOVE 'X' TO OP-CODE OF EMP-SVC-REQ
           END-IF
           MOVE WS-OPERATOR-ID TO USER-ID OF EMP-SVC-REQ
           MOVE 'DEMO-CORR-0004' TO CORR-ID OF EMP-SVC-REQ
           MOVE WS-FIND-EMP-ID TO Q-EMP-ID OF EMP-SVC-REQ
           DISPLAY ' '
           IF OK OF EMP-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF EMP-SVC-RES
               IF WS-RTC-NEW-COMPANY NOT = WS-RTC-OLD-COMPANY
                   PERFORM TRANSFER-SHOW-INTERCOMPANY
               END-IF
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF EMP-SVC-RES ')'
           DISPLAY ' '
           .

      * TRANSFER-RESOLVE-COMPANIES: The employee's current company
      * and the target department's, spaces read as 01. Either
      * lookup failing leaves the two equal, so the ordinary
      * transfer goes ahead and EMP-SVC reports what is wrong.
       TRANSFER-RESOLVE-COMPANIES.
           MOVE '01' TO WS-RTC-OLD-COMPANY
           MOVE '01' TO WS-RTC-NEW-COMPANY

           INITIALIZE EMP-SVC-REQ
           INITIALIZE EMP-SVC-RES
           MOVE 'F' TO OP-CODE OF EMP-SVC-REQ
           MOVE WS-OPERATOR-ID TO USER-ID OF EMP-SVC-REQ
           MOVE 'DEMO-CORR-0004' TO CORR-ID OF EMP-SVC-REQ
           MOVE WS-FIND-EMP-ID TO Q-EMP-ID OF EMP-SVC-REQ

           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES

           IF NOT OK OF EMP-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF COMPANY-CODE OF OUT-EMP OF EMP-SVC-RES NOT = SPACES
               MOVE COMPANY-CODE OF OUT-EMP OF EMP-SVC-RES
                   TO WS-RTC-OLD-COMPANY
           END-IF

           INITIALIZE DEPT-SVC-REQ
           INITIALIZE DEPT-SVC-RES
           MOVE 'F' TO OP-CODE OF DEPT-SVC-REQ
           MOVE WS-OPERATOR-ID TO USER-ID OF DEPT-SVC-REQ
           MOVE 'DEMO-CORR-0004' TO CORR-ID OF DEPT-SVC-REQ
           MOVE WS-UPDATE-DEPT-ID TO DEPT-ID OF IN-DEPT OF DEPT-SVC-REQ

           CALL 'DEPT-SVC' USING DEPT-SVC-REQ DEPT-SVC-RES

           IF NOT OK OF DEPT-SVC-RES
               MOVE WS-RTC-OLD-COMPANY TO WS-RTC-NEW-COMPANY
               EXIT PARAGRAPH
           END-IF
           IF COMPANY-CODE OF OUT-DEPT OF DEPT-SVC-RES = SPACES
               MOVE '01' TO WS-RTC-NEW-COMPANY
           ELSE
               MOVE COMPANY-CODE OF OUT-DEPT OF DEPT-SVC-RES
                   TO WS-RTC-NEW-COMPANY
           END-IF
           .

      * TRANSFER-SHOW-INTERCOMPANY: What the intercompany transfer
      * set in motion - the resident tax year as it now stands
      * (the change notification itself was booked by EMP-SVC) and
      * the filings that follow from the audit trail.
       TRANSFER-SHOW-INTERCOMPANY.
           MOVE WS-FIND-EMP-ID TO WS-RTC-EMP-ID
           MOVE WS-UPDATE-DATE TO WS-RTC-CHANGE-DATE
           IF WS-RTC-CHANGE-DATE = 0
               ACCEPT WS-RTC-CHANGE-DATE FROM DATE YYYYMMDD
           END-IF
           PERFORM RESTAX-SHOW-BALANCE
           IF RTC-ON-FILE
               DISPLAY 'Special collection continues with company '
                   WS-RTC-NEW-COMPANY ' - RTAXCHG issues the notice.'
           END-IF
           DISPLAY ' '
           DISPLAY 'SI and EI loss (company ' WS-RTC-OLD-COMPANY
               ') and acquisition (company ' WS-RTC-NEW-COMPANY
               ')'
           DISPLAY 'notices go out with the SINOTIF/EINOTIF run.'
           .

      * RESTAX-SHOW-BALANCE: The fiscal year covering the change
      * month from the resident tax master, against the resident
      * tax lines on the employee's payrolls of that year (voided
      * payrolls aside) - shown as notified, collected and balance.
       RESTAX-SHOW-BALANCE.
           SET RTC-NOT-ON-FILE TO TRUE
           DIVIDE WS-RTC-CHANGE-DATE BY 100
               GIVING WS-RTC-CHANGE-MONTH
           DISPLAY ' '
           DISPLAY '-- Resident tax special collection --'

           INITIALIZE RESTAX-SVC-REQ
           INITIALIZE RESTAX-SVC-RES
           SET OP-FIND-FOR-MONTH OF RESTAX-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF RESTAX-SVC-REQ
           MOVE 'DEMO-CORR-0057' TO CORR-ID OF RESTAX-SVC-REQ
           MOVE WS-RTC-EMP-ID TO Q-EMP-ID OF RESTAX-SVC-REQ
           MOVE WS-RTC-CHANGE-MONTH TO Q-PAY-PERIOD OF RESTAX-SVC-REQ

           CALL 'RESTAX-SVC' USING RESTAX-SVC-REQ RESTAX-SVC-RES

           IF NOT OK OF RESTAX-SVC-RES
               DISPLAY 'No resident tax notification covers '
                   WS-RTC-CHANGE-MONTH ' - nothing to notify.'
               MOVE 'NO RESIDENT TAX SPECIAL COLLECTION'
                   TO WS-RTC-RESULT
               EXIT PARAGRAPH
           END-IF

           SET RTC-ON-FILE TO TRUE
           MOVE FISCAL-YEAR OF OUT-RESTAX OF RESTAX-SVC-RES
               TO WS-RTC-FISCAL-YEAR
           MOVE MUNICIPALITY-CODE OF OUT-RESTAX OF RESTAX-SVC-RES
               TO WS-RTC-MUNI-CODE
           MOVE ANNUAL-AMOUNT OF RESTAX-SVC-RES TO WS-RTC-ANNUAL
           COMPUTE WS-RTC-FY-FIRST = WS-RTC-FISCAL-YEAR * 100 + 6
           COMPUTE WS-RTC-FY-LAST =
               (WS-RTC-FISCAL-YEAR + 1) * 100 + 5

           PERFORM RESTAX-SUM-COLLECTED
           COMPUTE WS-RTC-BALANCE = WS-RTC-ANNUAL - WS-RTC-COLLECTED

           DISPLAY 'Municipality:        ' WS-RTC-MUNI-CODE
           DISPLAY 'Fiscal year:         ' WS-RTC-FISCAL-YEAR
               ' (June-May)'
           MOVE WS-RTC-ANNUAL TO WS-RTC-AMT-DISPLAY
           DISPLAY 'Notified for year:   ' WS-RTC-AMT-DISPLAY
           MOVE WS-RTC-COLLECTED TO WS-RTC-AMT-DISPLAY
           DISPLAY 'Collected from pay:  ' WS-RTC-AMT-DISPLAY
           MOVE WS-RTC-BALANCE TO WS-RTC-AMT-DISPLAY
           DISPLAY 'Balance:             ' WS-RTC-AMT-DISPLAY
           .

       RESTAX-SUM-COLLECTED.
           MOVE 0 TO WS-RTC-COLLECTED
           MOVE 0 TO WS-RTC-PAY-CURSOR
           SET MORE-RTC-PAYS TO TRUE
           PERFORM RESTAX-COLLECTED-ONE-PAY UNTIL NO-MORE-RTC-PAYS
           .

       RESTAX-COLLECTED-ONE-PAY.
           INITIALIZE PAY-SVC-REQ
           INITIALIZE PAY-SVC-RES
           MOVE 'H' TO OP-CODE OF PAY-SVC-REQ
           MOVE WS-OPERATOR-ID TO USER-ID OF PAY-SVC-REQ
           MOVE 'DEMO-CORR-0057' TO CORR-ID OF PAY-SVC-REQ
           MOVE WS-RTC-EMP-ID TO Q-EMP-ID OF PAY-SVC-REQ
           MOVE WS-RTC-PAY-CURSOR TO Q-CURSOR OF PAY-SVC-REQ

           CALL 'PAY-SVC' USING PAY-SVC-REQ PAY-SVC-RES

           IF NOT OK OF PAY-SVC-RES
               SET NO-MORE-RTC-PAYS TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE NEXT-CURSOR OF PAY-SVC-RES TO WS-RTC-PAY-CURSOR
           IF NOT MORE-RESULTS OF PAY-SVC-RES
               SET NO-MORE-RTC-PAYS TO TRUE
           END-IF

      *    A special run's resident tax is on the retirement
      *    allowance, apart from the notified amount
           IF PAY-VOIDED OF OUT-PAY OF PAY-SVC-RES
                   OR RUN-SPECIAL OF OUT-PAY OF PAY-SVC-RES
                   OR PAY-PERIOD OF OUT-PAY OF PAY-SVC-RES
                       < WS-RTC-FY-FIRST
                   OR PAY-PERIOD OF OUT-PAY OF PAY-SVC-RES
                       > WS-RTC-FY-LAST
               EXIT PARAGRAPH
           END-IF

           MOVE PAY-ID OF OUT-PAY OF PAY-SVC-RES TO WS-RTC-PAY-ID
           MOVE 0 TO WS-RTC-LINE-CURSOR
           SET MORE-RTC-LINES TO TRUE
           PERFORM RESTAX-COLLECTED-ONE-LINE UNTIL NO-MORE-RTC-LINES
           .

       RESTAX-COLLECTED-ONE-LINE.
           INITIALIZE PAYDTL-SVC-REQ
           INITIALIZE PAYDTL-SVC-RES
           MOVE 'L' TO OP-CODE OF PAYDTL-SVC-REQ
           MOVE WS-OPERATOR-ID TO USER-ID OF PAYDTL-SVC-REQ
           MOVE 'DEMO-CORR-0057' TO CORR-ID OF PAYDTL-SVC-REQ
           MOVE WS-RTC-PAY-ID TO Q-PAY-ID OF PAYDTL-SVC-REQ
           MOVE WS-RTC-LINE-CURSOR TO Q-CURSOR OF PAYDTL-SVC-REQ

           CALL 'PAYDTL-SVC' USING PAYDTL-SVC-REQ PAYDTL-SVC-RES

           IF NOT OK OF PAYDTL-SVC-RES
               SET NO-MORE-RTC-LINES TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE LINE-SEQ OF OUT-PAYDTL OF PAYDTL-SVC-RES
               TO WS-RTC-LINE-CURSOR
           IF LINE-RESIDENT-TAX OF OUT-PAYDTL OF PAYDTL-SVC-RES
               ADD LINE-AMOUNT OF OUT-PAYDTL OF PAYDTL-SVC-RES
                   TO WS-RTC-COLLECTED
           END-IF
           .

      * RESTAX-RECORD-CHANGE: The last period collected from our
      * pay and how the balance is collected - the lump sum from the
      * final pay (January-May only), ordinary collection by the
      * municipality, or, on an intercompany move, special
      * collection carried on by the new company - recorded through
      * RESTAX-SVC for the RTAXCHG notification run.
       RESTAX-RECORD-CHANGE.
           DIVIDE WS-RTC-CHANGE-MONTH BY 100
               GIVING WS-RTC-CHANGE-YY REMAINDER WS-RTC-CHANGE-MM

           DISPLAY 'Last period collected from pay YYYYMM (0='
               WS-RTC-CHANGE-MONTH '): ' WITH NO ADVANCING
           MOVE 0 TO WS-RTC-LAST-PERIOD
           ACCEPT WS-RTC-LAST-PERIOD
           IF WS-RTC-LAST-PERIOD = 0
               MOVE WS-RTC-CHANGE-MONTH TO WS-RTC-LAST-PERIOD
           END-IF

           MOVE SPACES TO WS-RTC-METHOD
           IF WS-RTC-REASON = 'X'
               DISPLAY 'N)ew company continues special collection'
               DISPLAY 'O)rdinary collection by the municipality'
           ELSE
               DISPLAY 'O)rdinary collection by the municipality'
           END-IF
           IF WS-RTC-CHANGE-MM <= 5
               DISPLAY 'L)ump sum from the final pay'
           ELSE
               DISPLAY '(Lump sum applies to January-May leavers only)'
           END-IF
           DISPLAY 'Collect the balance by: ' WITH NO ADVANCING
           ACCEPT WS-RTC-METHOD
           EVALUATE WS-RTC-METHOD
               WHEN 'l'
                   MOVE 'L' TO WS-RTC-METHOD
               WHEN 'n'
                   MOVE 'N' TO WS-RTC-METHOD
               WHEN 'o'
                   MOVE 'O' TO WS-RTC-METHOD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           INITIALIZE RESTAX-SVC-REQ
           INITIALIZE RESTAX-SVC-RES
           SET OP-RECORD-CHANGE OF RESTAX-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF RESTAX-SVC-REQ
           MOVE 'DEMO-CORR-0057' TO CORR-ID OF RESTAX-SVC-REQ
           MOVE WS-RTC-EMP-ID TO Q-EMP-ID OF RESTAX-SVC-REQ
           MOVE WS-RTC-CHANGE-MONTH TO Q-PAY-PERIOD OF RESTAX-SVC-REQ
           MOVE WS-RTC-REASON
               TO CHANGE-REASON OF IN-RESTAX OF RESTAX-SVC-REQ
           MOVE WS-RTC-CHANGE-DATE
               TO CHANGE-DATE OF IN-RESTAX OF RESTAX-SVC-REQ
           MOVE WS-RTC-LAST-PERIOD
               TO LAST-COLLECT-PERIOD OF IN-RESTAX OF RESTAX-SVC-REQ
           MOVE WS-RTC-COLLECTED
               TO COLLECTED-AMOUNT OF IN-RESTAX OF RESTAX-SVC-REQ
           MOVE WS-RTC-METHOD
               TO REMAINDER-METHOD OF IN-RESTAX OF RESTAX-SVC-REQ
           IF WS-RTC-REASON = 'X'
               MOVE WS-RTC-NEW-COMPANY
                   TO NEW-COMPANY-CODE OF IN-RESTAX OF RESTAX-SVC-REQ
           END-IF

           CALL 'RESTAX-SVC' USING RESTAX-SVC-REQ RESTAX-SVC-RES

           MOVE SPACES TO WS-RTC-RESULT
           IF NOT OK OF RESTAX-SVC-RES
               DISPLAY 'ERROR: ' STATUS-MSG OF RESTAX-SVC-RES
               MOVE 'RESIDENT TAX CHANGE NOT RECORDED - REVIEW'
                   TO WS-RTC-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE REMAINING-AMOUNT OF OUT-RESTAX OF RESTAX-SVC-RES
               TO WS-RTC-AMT-DISPLAY
           DISPLAY 'Change notification recorded. Balance after '
               WS-RTC-LAST-PERIOD ': ' WS-RTC-AMT-DISPLAY
           EVALUATE WS-RTC-METHOD
               WHEN 'L'
                   DISPLAY 'Taken as a lump sum from the '
                       WS-RTC-LAST-PERIOD ' pay - recalculate that'
                   DISPLAY 'payroll if it was already calculated.'
                   STRING 'RESIDENT TAX LUMP SUM ' WS-RTC-AMT-DISPLAY
                          ' FROM ' WS-RTC-LAST-PERIOD ' PAY'
                       DELIMITED BY SIZE INTO WS-RTC-RESULT
               WHEN 'N'
                   STRING 'RESIDENT TAX CONTINUES AT COMPANY '
                          WS-RTC-NEW-COMPANY
                       DELIMITED BY SIZE INTO WS-RTC-RESULT
               WHEN OTHER
                   STRING 'RESIDENT TAX BALANCE ' WS-RTC-AMT-DISPLAY
                          ' TO ORDINARY COLLECTION'
                       DELIMITED BY SIZE INTO WS-RTC-RESULT
           END-EVALUATE
           .

       TERMINATE-EMPLOYEE-SCREEN.
           DISPLAY ' '
           DISPLAY 'TERMINATE EMPLOYEE'
           DISPLAY '========================================='

           DISPLAY 'Enter Employee ID: ' WITH NO ADVANCING
           ACCEPT WS-FIND-EMP-ID

           DISPLAY 'Enter Termination Date YYYYMMDD (0=today): '
               WITH NO ADVANCING
           MOVE 0 TO WS-UPDATE-DATE
           ACCEPT WS-UPDATE-DATE

           DISPLAY 'Enter Reason (RS=Resign LO=Layoff IV=Involuntary '
           DISPLAY '  RT=Retire CE=Contract End): ' WITH NO ADVANCING
           ACCEPT WS-TERM-REASON

      *    A termination is the most sensitive change of all - it
      *    goes to the approval worklist, and only a second
      *    operator's approval runs it through EMP-SVC
           INITIALIZE EMP-SVC-REQ
           MOVE WS-FIND-EMP-ID TO EMP-ID OF IN-EMP OF EMP-SVC-REQ
               DISPLAY 'Termination queued for approval.'
               DISPLAY 'Change ID: '
                   CHG-ID OF OUT-EMPCHG OF EMPAPPR-SVC-RES
      *        What the leaver still owes in resident tax - the
      *        change notification itself is recorded in guided
      *        offboarding once the termination is approved
               MOVE WS-FIND-EMP-ID TO WS-RTC-EMP-ID
               MOVE WS-UPDATE-DATE TO WS-RTC-CHANGE-DATE
               IF WS-RTC-CHANGE-DATE = 0
                   ACCEPT WS-RTC-CHANGE-DATE FROM DATE YYYYMMDD
               END-IF
               MOVE 'T' TO WS-RTC-REASON
               PERFORM RESTAX-SHOW-BALANCE
               IF RTC-ON-FILE
                   DISPLAY 'Record the resident tax change notification'
                   DISPLAY 'in guided offboarding after approval.'
               END-IF
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF EMPAPPR-SVC-RES ')'
      * the way My Number retrieval is.
       AUDIT-SALARY-ACCESS.
           INITIALIZE WS-AUDIT-REC
           INITIALIZE WS-ACCESS-DETAIL
           MOVE 'SALARY-VIEW' TO ACTION OF WS-AUDIT-REC
           MOVE 'PAY' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE PAY-ID OF OUT-PAY OF PAY-SVC-RES
               TO ENTITY-ID OF WS-AUDIT-REC
           SET ACC-AREA-SALARY TO TRUE
           MOVE EMP-ID OF OUT-PAY OF PAY-SVC-RES TO ACC-EMP-ID
           MOVE PAY-ID OF OUT-PAY OF PAY-SVC-RES TO ACC-ENTITY-KEY
           MOVE 'UNMASKED SALARY DISPLAY ON INQUIRY' TO ACC-NOTE
           PERFORM WRITE-ACCESS-AUDIT
           .

      * AUDIT-COMP-SALARY-ACCESS: The same sensitive-access entry for
      * an unmasked base salary from the compensation master.
       AUDIT-COMP-SALARY-ACCESS.
           INITIALIZE WS-AUDIT-REC
           INITIALIZE WS-ACCESS-DETAIL
           MOVE 'SALARY-VIEW' TO ACTION OF WS-AUDIT-REC
           MOVE 'CMP' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE WS-FIND-EMP-ID TO ENTITY-ID OF WS-AUDIT-REC
           SET ACC-AREA-SALARY TO TRUE
           MOVE WS-FIND-EMP-ID TO ACC-EMP-ID
           MOVE 'UNMASKED SALARY DISPLAY ON INQUIRY' TO ACC-NOTE
           PERFORM WRITE-ACCESS-AUDIT
           .

      * AUDIT-PERSONAL-ACCESS: An employee record shown by find or
      * search. The department is at hand here, so it goes in the
      * detail for ACCESRPT's usual-department check.
       AUDIT-PERSONAL-ACCESS.
           INITIALIZE WS-AUDIT-REC
           INITIALIZE WS-ACCESS-DETAIL
           MOVE 'PERSNL-VIEW' TO ACTION OF WS-AUDIT-REC
           MOVE 'EMP' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE EMP-ID OF OUT-EMP OF EMP-SVC-RES
               TO ENTITY-ID OF WS-AUDIT-REC
           SET ACC-AREA-PERSONAL TO TRUE
           MOVE EMP-ID OF OUT-EMP OF EMP-SVC-RES TO ACC-EMP-ID
           MOVE DEPT-ID OF OUT-EMP OF EMP-SVC-RES TO ACC-DEPT-ID
           MOVE 'EMPLOYEE RECORD DISPLAY ON INQUIRY' TO ACC-NOTE
           PERFORM WRITE-ACCESS-AUDIT
           .

      * AUDIT-BANK-ACCESS: A bank account shown on maintenance.
       AUDIT-BANK-ACCESS.
           INITIALIZE WS-AUDIT-REC
           INITIALIZE WS-ACCESS-DETAIL
           MOVE 'BANK-VIEW' TO ACTION OF WS-AUDIT-REC
           MOVE 'BNK' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE WS-FIND-EMP-ID TO ENTITY-ID OF WS-AUDIT-REC
           SET ACC-AREA-BANK TO TRUE
           MOVE WS-FIND-EMP-ID TO ACC-EMP-ID
           MOVE WS-BANK-SEQ TO ACC-ENTITY-KEY
           MOVE 'BANK ACCOUNT DISPLAY ON MAINTENANCE' TO ACC-NOTE
           PERFORM WRITE-ACCESS-AUDIT
           .

      * AUDIT-DEPENDENT-ACCESS: An employee's dependents listed -
      * one entry per listing, written as the first one is shown.
       AUDIT-DEPENDENT-ACCESS.
           INITIALIZE WS-AUDIT-REC
           INITIALIZE WS-ACCESS-DETAIL
           MOVE 'DEPEND-VIEW' TO ACTION OF WS-AUDIT-REC
           MOVE 'DEP' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE WS-FIND-EMP-ID TO ENTITY-ID OF WS-AUDIT-REC
           SET ACC-AREA-DEPENDENT TO TRUE
           MOVE WS-FIND-EMP-ID TO ACC-EMP-ID
           MOVE 'DEPENDENT LIST DISPLAY ON INQUIRY' TO ACC-NOTE
           PERFORM WRITE-ACCESS-AUDIT
           .

      * WRITE-ACCESS-AUDIT: Completes and appends a read-access entry
      * set up by one of the AUDIT-xxx-ACCESS paragraphs above.
       WRITE-ACCESS-AUDIT.
           SET ACC-DETAIL-PRESENT TO TRUE
           MOVE 'HRMENU' TO ACC-SOURCE
           MOVE WS-OPERATOR-ID TO USER-ID OF WS-AUDIT-REC
           MOVE WS-ACCESS-DETAIL TO AFTER-VALUE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC
           .

               WITH NO ADVANCING
           ACCEPT Q-RUN-TYPE OF PAY-SVC-REQ

      *    Semi-monthly and weekly pays close one pay at a time or
      *    all together; blank closes every frequency in the period
           DISPLAY 'Pay frequency to close (M/S/W, blank for all): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-CFG-FIELD
           ACCEPT WS-CFG-FIELD
           INSPECT WS-CFG-FIELD CONVERTING 'msw' TO 'MSW'
           MOVE WS-CFG-FIELD(1:1) TO Q-PAY-FREQUENCY OF PAY-SVC-REQ
           MOVE 0 TO Q-PERIOD-SEQ OF PAY-SVC-REQ
           IF Q-PAY-FREQUENCY OF PAY-SVC-REQ = 'S' OR 'W'
               DISPLAY 'Pay number within the month (0 for all): '
                   WITH NO ADVANCING
               ACCEPT Q-PERIOD-SEQ OF PAY-SVC-REQ
           END-IF

           CALL 'PAY-SVC' USING PAY-SVC-REQ PAY-SVC-RES

      *    A checklist refusal names the missing steps; an admin may
      *    close anyway with a reason the audit trail keeps
           IF CONFLICT OF PAY-SVC-RES AND OPER-ROLE-ADMIN
               DISPLAY ' '
               DISPLAY STATUS-MSG OF PAY-SVC-RES
               DISPLAY 'Override the checklist and close anyway? '
                   '(Y/N): ' WITH NO ADVANCING
               MOVE SPACE TO WS-CONFIRM-ANS
               ACCEPT WS-CONFIRM-ANS
               IF WS-CONFIRM-ANS = 'Y' OR 'y'
                   DISPLAY 'Override reason: ' WITH NO ADVANCING
                   ACCEPT Q-OVERRIDE-REASON OF PAY-SVC-REQ
                   MOVE 'Y' TO Q-CLOSE-OVERRIDE OF PAY-SVC-REQ
                   CALL 'PAY-SVC' USING PAY-SVC-REQ PAY-SVC-RES
               END-IF
           END-IF

           DISPLAY ' '
           IF OK OF PAY-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF PAY-SVC-RES
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF PAY-SVC-RES ')'
               DISPLAY STATUS-MSG OF PAY-SVC-RES
               IF CONFLICT OF PAY-SVC-RES
                   DISPLAY 'See Period Close Checklist (K) for detail.'
               END-IF
           END-IF
           DISPLAY ' '
           .

      * CLOSE-CHECKLIST-SCREEN: Each open period's progress through
      * the close checklist for a run type - every step done or
      * missing with what the run history and transmission register
      * show. Admins may then maintain the run type's steps.
       CLOSE-CHECKLIST-SCREEN.
           DISPLAY ' '
           DISPLAY 'PERIOD CLOSE CHECKLIST'
           DISPLAY '========================================='

           DISPLAY 'Run type (R/B/S, blank for R): '
               WITH NO ADVANCING
           MOVE SPACE TO WS-CCHK-TYPE
           ACCEPT WS-CCHK-TYPE
           IF WS-CCHK-TYPE = 'b'
               MOVE 'B' TO WS-CCHK-TYPE
           END-IF
           IF WS-CCHK-TYPE = 's'
               MOVE 'S' TO WS-CCHK-TYPE
           END-IF
           IF WS-CCHK-TYPE NOT = 'B' AND WS-CCHK-TYPE NOT = 'S'
               MOVE 'R' TO WS-CCHK-TYPE
           END-IF

           MOVE 0 TO WS-CCHK-PERIOD
           MOVE 0 TO WS-CCHK-SHOWN
           INITIALIZE PAYCAL-SVC-REQ
           SET OP-NEXT-OPEN OF PAYCAL-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF PAYCAL-SVC-REQ
           MOVE 'DEMO-CORR-0069' TO CORR-ID OF PAYCAL-SVC-REQ
           MOVE 0 TO Q-PAY-PERIOD OF PAYCAL-SVC-REQ
           CALL 'PAYCAL-SVC' USING PAYCAL-SVC-REQ PAYCAL-SVC-RES

           PERFORM UNTIL NOT OK OF PAYCAL-SVC-RES
               MOVE PAY-PERIOD OF OUT-PAYCAL OF PAYCAL-SVC-RES
                   TO WS-CCHK-PERIOD
               PERFORM SHOW-PERIOD-CHECKLIST
               ADD 1 TO WS-CCHK-SHOWN
               MOVE WS-CCHK-PERIOD TO Q-PAY-PERIOD OF PAYCAL-SVC-REQ
               CALL 'PAYCAL-SVC' USING PAYCAL-SVC-REQ PAYCAL-SVC-RES
           END-PERFORM

           IF WS-CCHK-SHOWN = 0
               DISPLAY 'No open period on the pay period calendar.'
           END-IF

           IF NOT OPER-ROLE-ADMIN
               DISPLAY ' '
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY 'Maintain the ' WS-CCHK-TYPE
               ' checklist steps? (Y/N): ' WITH NO ADVANCING
           MOVE SPACE TO WS-CCHK-ANS
           ACCEPT WS-CCHK-ANS
           IF WS-CCHK-ANS = 'Y' OR 'y'
               PERFORM MAINTAIN-CHECKLIST-STEPS
           END-IF
           DISPLAY ' '
           .

      * SHOW-PERIOD-CHECKLIST: One open period's checklist for the
      * run type chosen, step by step.
       SHOW-PERIOD-CHECKLIST.
           MOVE WS-CCHK-PERIOD TO WS-CCHK-PERIOD-X
           INITIALIZE CLSCHK-SVC-REQ
           SET OP-EVALUATE OF CLSCHK-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF CLSCHK-SVC-REQ
           MOVE 'DEMO-CORR-0069' TO CORR-ID OF CLSCHK-SVC-REQ
           MOVE WS-CCHK-PERIOD-X TO Q-PAY-PERIOD OF CLSCHK-SVC-REQ
           MOVE WS-CCHK-TYPE TO Q-RUN-TYPE OF CLSCHK-SVC-REQ

           CALL 'CLSCHK-SVC' USING CLSCHK-SVC-REQ CLSCHK-SVC-RES

           DISPLAY ' '
           IF NOT OK OF CLSCHK-SVC-RES
               DISPLAY 'Period ' WS-CCHK-PERIOD-X ': '
                   STATUS-MSG OF CLSCHK-SVC-RES
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-CCHK-DONE = STEP-COUNT OF CLSCHK-SVC-RES
               - MISSING-COUNT OF CLSCHK-SVC-RES
           DISPLAY 'Period ' WS-CCHK-PERIOD-X ' run type '
               WS-CCHK-TYPE ': ' WS-CCHK-DONE ' of '
               STEP-COUNT OF CLSCHK-SVC-RES ' steps done'
           IF STEPS-STANDARD OF CLSCHK-SVC-RES
               DISPLAY '  (standard steps - none on file)'
           END-IF
           PERFORM VARYING WS-CCHK-IDX FROM 1 BY 1
                   UNTIL WS-CCHK-IDX > STEP-COUNT OF CLSCHK-SVC-RES
               IF STEP-DONE OF CLSCHK-SVC-RES(WS-CCHK-IDX)
                   DISPLAY '  [X] '
                       RES-JOB-NAME OF CLSCHK-SVC-RES(WS-CCHK-IDX)
                       ' ' RES-DETAIL OF CLSCHK-SVC-RES(WS-CCHK-IDX)
               ELSE
                   DISPLAY '  [ ] '
                       RES-JOB-NAME OF CLSCHK-SVC-RES(WS-CCHK-IDX)
                       ' ' RES-DETAIL OF CLSCHK-SVC-RES(WS-CCHK-IDX)
               END-IF
               DISPLAY '      '
                   RES-STEP-DESC OF CLSCHK-SVC-RES(WS-CCHK-IDX)
           END-PERFORM
           .

      * MAINTAIN-CHECKLIST-STEPS: Lists the run type's steps on file,
      * then adds (or replaces) or deletes one. Putting the first
      * step on file retires the standard sequence for the run type.
       MAINTAIN-CHECKLIST-STEPS.
           DISPLAY ' '
           DISPLAY 'Steps on file for run type ' WS-CCHK-TYPE ':'
           MOVE 0 TO WS-CCHK-SHOWN
           INITIALIZE CLSCHK-SVC-REQ
           SET OP-LIST OF CLSCHK-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF CLSCHK-SVC-REQ
           MOVE 'DEMO-CORR-0069' TO CORR-ID OF CLSCHK-SVC-REQ
           MOVE WS-CCHK-TYPE TO Q-RUN-TYPE OF CLSCHK-SVC-REQ
           MOVE 0 TO Q-STEP-SEQ OF CLSCHK-SVC-REQ
           CALL 'CLSCHK-SVC' USING CLSCHK-SVC-REQ CLSCHK-SVC-RES

           PERFORM UNTIL NOT OK OF CLSCHK-SVC-RES
                   OR CHK-RUN-TYPE OF OUT-CLSCHK OF CLSCHK-SVC-RES
                       NOT = WS-CCHK-TYPE
               DISPLAY '  ' CHK-STEP-SEQ OF OUT-CLSCHK OF CLSCHK-SVC-RES
                   ' ' CHK-JOB-NAME OF OUT-CLSCHK OF CLSCHK-SVC-RES
                   ' ' CHK-KIND OF OUT-CLSCHK OF CLSCHK-SVC-RES
                   ' ' CHK-PARM-MATCH OF OUT-CLSCHK OF CLSCHK-SVC-RES
                   ' ' CHK-STEP-DESC OF OUT-CLSCHK OF CLSCHK-SVC-RES
               ADD 1 TO WS-CCHK-SHOWN
               MOVE CHK-STEP-SEQ OF OUT-CLSCHK OF CLSCHK-SVC-RES
                   TO Q-STEP-SEQ OF CLSCHK-SVC-REQ
               CALL 'CLSCHK-SVC' USING CLSCHK-SVC-REQ CLSCHK-SVC-RES
           END-PERFORM

           IF WS-CCHK-SHOWN = 0
               DISPLAY '  None - the standard steps apply.'
           END-IF

           DISPLAY 'A=Add/replace a step D=Delete a step '
               '(blank to leave): ' WITH NO ADVANCING
           MOVE SPACE TO WS-CCHK-ANS
           ACCEPT WS-CCHK-ANS
           IF WS-CCHK-ANS NOT = 'A' AND WS-CCHK-ANS NOT = 'a'
                   AND WS-CCHK-ANS NOT = 'D' AND WS-CCHK-ANS NOT = 'd'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Step sequence (01-10): ' WITH NO ADVANCING
           MOVE 0 TO WS-CCHK-SEQ
           ACCEPT WS-CCHK-SEQ

           INITIALIZE CLSCHK-SVC-REQ
           MOVE WS-OPERATOR-ID TO USER-ID OF CLSCHK-SVC-REQ
           MOVE 'DEMO-CORR-0069' TO CORR-ID OF CLSCHK-SVC-REQ

           IF WS-CCHK-ANS = 'D' OR 'd'
               SET OP-DELETE OF CLSCHK-SVC-REQ TO TRUE
               MOVE WS-CCHK-TYPE TO Q-RUN-TYPE OF CLSCHK-SVC-REQ
               MOVE WS-CCHK-SEQ TO Q-STEP-SEQ OF CLSCHK-SVC-REQ
           ELSE
               SET OP-ADD OF CLSCHK-SVC-REQ TO TRUE
               MOVE WS-CCHK-TYPE
                   TO CHK-RUN-TYPE OF IN-CLSCHK OF CLSCHK-SVC-REQ
               MOVE WS-CCHK-SEQ
                   TO CHK-STEP-SEQ OF IN-CLSCHK OF CLSCHK-SVC-REQ
               DISPLAY 'Batch job name: ' WITH NO ADVANCING
               ACCEPT CHK-JOB-NAME OF IN-CLSCHK OF CLSCHK-SVC-REQ
               DISPLAY 'Kind R=Completed run T=File transmitted: '
                   WITH NO ADVANCING
               ACCEPT CHK-KIND OF IN-CLSCHK OF CLSCHK-SVC-REQ
               DISPLAY 'Run parameter P=Pay period D=Run date: '
                   WITH NO ADVANCING
               ACCEPT CHK-PARM-MATCH OF IN-CLSCHK OF CLSCHK-SVC-REQ
               DISPLAY 'Description: ' WITH NO ADVANCING
               ACCEPT CHK-STEP-DESC OF IN-CLSCHK OF CLSCHK-SVC-REQ
           END-IF

           CALL 'CLSCHK-SVC' USING CLSCHK-SVC-REQ CLSCHK-SVC-RES

           DISPLAY ' '
           IF OK OF CLSCHK-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF CLSCHK-SVC-RES
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF CLSCHK-SVC-RES ')'
               DISPLAY STATUS-MSG OF CLSCHK-SVC-RES
           END-IF
           .

       APPROVE-PAYROLL-SCREEN.
      * transfer destination - the account EXPPAY resolves when it
      * builds the transfer file. Shows the current account when one
      * is on file, then offers the update path; otherwise captures a
      * new one. The employee's payment method and pay frequency are
      * shown (and can be switched) first.
       BANK-ACCOUNT-SCREEN.
           DISPLAY ' '
           DISPLAY 'BANK ACCOUNT MAINTENANCE'
           DISPLAY 'Enter Employee ID: ' WITH NO ADVANCING
           ACCEPT WS-FIND-EMP-ID

           PERFORM PAYMENT-METHOD-CHOICE
           PERFORM PAY-FREQUENCY-CHOICE

           DISPLAY 'Account sequence (0 = main account): '
               WITH NO ADVANCING
           MOVE 0 TO WS-BANK-SEQ
                   HOLDER-KANA OF OUT-BANKACCT OF BANK-SVC-RES
               DISPLAY '  Status:      '
                   ACCT-STATUS OF OUT-BANKACCT OF BANK-SVC-RES
               PERFORM AUDIT-BANK-ACCESS
               DISPLAY 'Update this account? (Y/N): '
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM-ANS
           DISPLAY ' '
           .

      * PAYMENT-METHOD-CHOICE: Bank transfer or cash - a cash payee
      * leaves EXPPAY's transfer file for CASHRPT's envelopes. Only
      * a payroll operator may switch it; rides EMP-SVC's UPDATE so
      * the change is audited like any other employee change.
       PAYMENT-METHOD-CHOICE.
           INITIALIZE EMP-SVC-REQ
           MOVE 'F' TO OP-CODE OF EMP-SVC-REQ
           MOVE WS-OPERATOR-ID TO USER-ID OF EMP-SVC-REQ
           MOVE 'DEMO-CORR-0074' TO CORR-ID OF EMP-SVC-REQ
           MOVE WS-FIND-EMP-ID TO Q-EMP-ID OF EMP-SVC-REQ

           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES

           IF NOT OK OF EMP-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF PAY-BY-CASH OF OUT-EMP OF EMP-SVC-RES
               DISPLAY 'Payment method: CASH (paid from the register)'
           ELSE
               DISPLAY 'Payment method: BANK TRANSFER'
           END-IF
           DISPLAY 'Change to B/C (blank to keep): ' WITH NO ADVANCING
           MOVE SPACE TO WS-CONFIRM-ANS
           ACCEPT WS-CONFIRM-ANS
           IF WS-CONFIRM-ANS = 'b'
               MOVE 'B' TO WS-CONFIRM-ANS
           END-IF
           IF WS-CONFIRM-ANS = 'c'
               MOVE 'C' TO WS-CONFIRM-ANS
           END-IF
           IF WS-CONFIRM-ANS NOT = 'B' AND WS-CONFIRM-ANS NOT = 'C'
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-PAYROLL-AUTHORITY
           IF NOT OPERATOR-AUTHORIZED
               EXIT PARAGRAPH
           END-IF

           INITIALIZE EMP-SVC-REQ
           MOVE 'U' TO OP-CODE OF EMP-SVC-REQ
           MOVE WS-OPERATOR-ID TO USER-ID OF EMP-SVC-REQ
           MOVE 'DEMO-CORR-0074' TO CORR-ID OF EMP-SVC-REQ
           MOVE OUT-EMP OF EMP-SVC-RES TO IN-EMP OF EMP-SVC-REQ
           MOVE WS-CONFIRM-ANS TO PAY-METHOD OF IN-EMP OF EMP-SVC-REQ

           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES

           IF OK OF EMP-SVC-RES
               DISPLAY 'Payment method recorded.'
           ELSE
               DISPLAY 'ERROR: ' STATUS-MSG OF EMP-SVC-RES
           END-IF
           .

      * PAY-FREQUENCY-CHOICE: Monthly, semi-monthly or weekly pay -
      * blank on the employee follows the company's default. Same
      * authority and audit path as the payment method.
       PAY-FREQUENCY-CHOICE.
           INITIALIZE EMP-SVC-REQ
           MOVE 'F' TO OP-CODE OF EMP-SVC-REQ
           MOVE WS-OPERATOR-ID TO USER-ID OF EMP-SVC-REQ
           MOVE 'DEMO-CORR-0082' TO CORR-ID OF EMP-SVC-REQ
           MOVE WS-FIND-EMP-ID TO Q-EMP-ID OF EMP-SVC-REQ

           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES

           IF NOT OK OF EMP-SVC-RES
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN FREQ-MONTHLY OF OUT-EMP OF EMP-SVC-RES
                   DISPLAY 'Pay frequency: MONTHLY'
               WHEN FREQ-SEMI-MONTHLY OF OUT-EMP OF EMP-SVC-RES
                   DISPLAY 'Pay frequency: SEMI-MONTHLY'
               WHEN FREQ-WEEKLY OF OUT-EMP OF EMP-SVC-RES
                   DISPLAY 'Pay frequency: WEEKLY'
               WHEN OTHER
                   DISPLAY 'Pay frequency: COMPANY DEFAULT'
           END-EVALUATE
           DISPLAY 'Change to M/S/W, D=company default '
               '(blank to keep): ' WITH NO ADVANCING
           MOVE SPACE TO WS-CONFIRM-ANS
           ACCEPT WS-CONFIRM-ANS
           INSPECT WS-CONFIRM-ANS CONVERTING 'dmsw' TO 'DMSW'
           IF WS-CONFIRM-ANS NOT = 'D' AND WS-CONFIRM-ANS NOT = 'M'
                   AND WS-CONFIRM-ANS NOT = 'S'
                   AND WS-CONFIRM-ANS NOT = 'W'
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-PAYROLL-AUTHORITY
           IF NOT OPERATOR-AUTHORIZED
               EXIT PARAGRAPH
           END-IF

           INITIALIZE EMP-SVC-REQ
           MOVE 'U' TO OP-CODE OF EMP-SVC-REQ
           MOVE WS-OPERATOR-ID TO USER-ID OF EMP-SVC-REQ
           MOVE 'DEMO-CORR-0082' TO CORR-ID OF EMP-SVC-REQ
           MOVE OUT-EMP OF EMP-SVC-RES TO IN-EMP OF EMP-SVC-REQ
           IF WS-CONFIRM-ANS = 'D'
               SET FREQ-COMPANY-DEFAULT OF IN-EMP OF EMP-SVC-REQ
                   TO TRUE
           ELSE
               MOVE WS-CONFIRM-ANS
                   TO PAY-FREQUENCY OF IN-EMP OF EMP-SVC-REQ
           END-IF

           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES

           IF OK OF EMP-SVC-RES
               DISPLAY 'Pay frequency recorded.'
           ELSE
               DISPLAY 'ERROR: ' STATUS-MSG OF EMP-SVC-RES
           END-IF
           .

      * BANK-ACCOUNT-ADD: Captures the routing fields for a new
      * account and drives BANK-SVC's ADD.
       BANK-ACCOUNT-ADD.
                   BAND-MAX OF OUT-GRADE OF GRADE-SVC-RES
               DISPLAY '  Status:   '
                   GRADE-STATUS OF OUT-GRADE OF GRADE-SVC-RES
               DISPLAY '  Manager:  '
                   MANAGERIAL-FLAG OF OUT-GRADE OF GRADE-SVC-RES
               DISPLAY 'Update this grade? (Y/N): ' WITH NO ADVANCING
               ACCEPT WS-CONFIRM-ANS
               IF WS-CONFIRM-ANS = 'Y' OR 'y'
               CALL 'DEP-SVC' USING DEP-SVC-REQ DEP-SVC-RES

               IF OK OF DEP-SVC-RES
                   IF WS-DEP-CURSOR = 0
                       PERFORM AUDIT-DEPENDENT-ACCESS
                   END-IF
                   MOVE DEP-SEQ OF OUT-DEPENDENT OF DEP-SVC-RES
                       TO WS-DEP-CURSOR
                   DISPLAY '  Seq '
               END-IF
           END-PERFORM

           PERFORM DEPENDENT-DECLARATION-COLUMN

           DISPLAY 'Add a dependent? (Y/N): ' WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANS
           IF WS-CONFIRM-ANS NOT = 'Y' AND WS-CONFIRM-ANS NOT = 'y'
           DISPLAY ' '
           .

      * DEPENDENT-DECLARATION-COLUMN: The withholding column the
      * employee's dependent declaration puts them in - kou when the
      * declaration is filed with us, otsu when it is not. Rides
      * EMP-SVC's UPDATE so the change is audited like any other
      * employee change.
       DEPENDENT-DECLARATION-COLUMN.
           INITIALIZE EMP-SVC-REQ
           MOVE 'F' TO OP-CODE OF EMP-SVC-REQ
           MOVE WS-OPERATOR-ID TO USER-ID OF EMP-SVC-REQ
           MOVE 'DEMO-CORR-0033' TO CORR-ID OF EMP-SVC-REQ
           MOVE WS-FIND-EMP-ID TO Q-EMP-ID OF EMP-SVC-REQ

           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES

           IF NOT OK OF EMP-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF TAX-COLUMN-OTSU OF OUT-EMP OF EMP-SVC-RES
               DISPLAY 'Withholding column: OTSU (no declaration)'
           ELSE
               DISPLAY 'Withholding column: KOU (declaration filed)'
           END-IF
           DISPLAY 'Change to K/O (blank to keep): ' WITH NO ADVANCING
           MOVE SPACE TO WS-CONFIRM-ANS
           ACCEPT WS-CONFIRM-ANS
           IF WS-CONFIRM-ANS = 'k'
               MOVE 'K' TO WS-CONFIRM-ANS
           END-IF
           IF WS-CONFIRM-ANS = 'o'
               MOVE 'O' TO WS-CONFIRM-ANS
           END-IF
           IF WS-CONFIRM-ANS NOT = 'K' AND WS-CONFIRM-ANS NOT = 'O'
               EXIT PARAGRAPH
           END-IF

           INITIALIZE EMP-SVC-REQ
           MOVE 'U' TO OP-CODE OF EMP-SVC-REQ
           MOVE WS-OPERATOR-ID TO USER-ID OF EMP-SVC-REQ
           MOVE 'DEMO-CORR-0033' TO CORR-ID OF EMP-SVC-REQ
           MOVE OUT-EMP OF EMP-SVC-RES TO IN-EMP OF EMP-SVC-REQ
           MOVE WS-CONFIRM-ANS TO TAX-COLUMN OF IN-EMP OF EMP-SVC-REQ

           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES

           IF OK OF EMP-SVC-RES
               DISPLAY 'Withholding column recorded.'
           ELSE
               DISPLAY 'ERROR: ' STATUS-MSG OF EMP-SVC-RES
           END-IF
           .

      * PAID-LEAVE-SCREEN: Shows an employee's paid-leave balance for
      * a grant year and records taken days - LEAVE-SVC rejects an
      * overdrawn or expired request before the balance moves.
           DISPLAY ' '
           .

      * PLANNED-LEAVE-SCREEN: The planned leave days the company has
      * designated - listed from a date with what each covers and,
      * once PLNLEAVE has run, how many it charged and how many it
      * left on the exception list. Days still to be charged can be
      * added or removed.
       PLANNED-LEAVE-SCREEN.
           DISPLAY ' '
           DISPLAY 'PLANNED LEAVE CALENDAR'
           DISPLAY '========================================='

           DISPLAY 'List from date YYYYMMDD (0 = all): '
               WITH NO ADVANCING
           MOVE 0 TO WS-PLV-FROM-DATE
           ACCEPT WS-PLV-FROM-DATE
           PERFORM PLANNED-LEAVE-LIST

           DISPLAY 'A)dd a day, D)elete a day, blank to return: '
               WITH NO ADVANCING
           MOVE SPACES TO WS-PLV-ANS
           ACCEPT WS-PLV-ANS
           EVALUATE WS-PLV-ANS
               WHEN 'A'
               WHEN 'a'
                   PERFORM PLANNED-LEAVE-ADD
               WHEN 'D'
               WHEN 'd'
                   PERFORM PLANNED-LEAVE-DELETE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           DISPLAY ' '
           .

       PLANNED-LEAVE-LIST.
           MOVE 0 TO WS-PLV-SHOWN
           INITIALIZE PLNLV-SVC-REQ
           SET OP-LIST OF PLNLV-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF PLNLV-SVC-REQ
           MOVE 'DEMO-CORR-0070' TO CORR-ID OF PLNLV-SVC-REQ
           IF WS-PLV-FROM-DATE > 0
               SUBTRACT 1 FROM WS-PLV-FROM-DATE
                   GIVING Q-PLAN-DATE OF PLNLV-SVC-REQ
               MOVE HIGH-VALUES TO Q-SCOPE-TYPE OF PLNLV-SVC-REQ
               MOVE HIGH-VALUES TO Q-SCOPE-CODE OF PLNLV-SVC-REQ
           END-IF

           MOVE 'Y' TO WS-PLV-ANS
           PERFORM UNTIL WS-PLV-SHOWN >= 20 OR WS-PLV-ANS = 'N'
               CALL 'PLNLV-SVC' USING PLNLV-SVC-REQ PLNLV-SVC-RES
               IF NOT OK OF PLNLV-SVC-RES
                   MOVE 'N' TO WS-PLV-ANS
               ELSE
                   PERFORM SHOW-PLANNED-LEAVE-DAY
               END-IF
           END-PERFORM

           IF WS-PLV-SHOWN = 0
               DISPLAY 'No planned leave days on file.'
           END-IF
           .

       SHOW-PLANNED-LEAVE-DAY.
           ADD 1 TO WS-PLV-SHOWN
           DISPLAY '  ' PLV-DATE OF OUT-PLNLV OF PLNLV-SVC-RES
               ' ' PLV-SCOPE-TYPE OF OUT-PLNLV OF PLNLV-SVC-RES
               ' ' PLV-SCOPE-CODE OF OUT-PLNLV OF PLNLV-SVC-RES
               ' ' PLV-DAYS OF OUT-PLNLV OF PLNLV-SVC-RES
               ' ' PLV-DESC OF OUT-PLNLV OF PLNLV-SVC-RES
           IF PLV-CHARGED OF OUT-PLNLV OF PLNLV-SVC-RES
               DISPLAY '      CHARGED '
                   PLV-CHARGED-COUNT OF OUT-PLNLV OF PLNLV-SVC-RES
                   '  EXCEPTIONS '
                   PLV-EXCEPTION-COUNT
                       OF OUT-PLNLV OF PLNLV-SVC-RES
           ELSE
               DISPLAY '      NOT YET CHARGED'
           END-IF
           MOVE PLV-DATE OF OUT-PLNLV OF PLNLV-SVC-RES
               TO Q-PLAN-DATE OF PLNLV-SVC-REQ
           MOVE PLV-SCOPE-TYPE OF OUT-PLNLV OF PLNLV-SVC-RES
               TO Q-SCOPE-TYPE OF PLNLV-SVC-REQ
           MOVE PLV-SCOPE-CODE OF OUT-PLNLV OF PLNLV-SVC-RES
               TO Q-SCOPE-CODE OF PLNLV-SVC-REQ
           .

       PLANNED-LEAVE-ADD.
           INITIALIZE PLNLV-SVC-REQ
           SET OP-ADD OF PLNLV-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF PLNLV-SVC-REQ
           MOVE 'DEMO-CORR-0070' TO CORR-ID OF PLNLV-SVC-REQ

           DISPLAY 'Planned date YYYYMMDD: ' WITH NO ADVANCING
           ACCEPT PLV-DATE OF IN-PLNLV OF PLNLV-SVC-REQ
           DISPLAY 'Scope C)ompany, D)epartment, L)ocation: '
               WITH NO ADVANCING
           ACCEPT PLV-SCOPE-TYPE OF IN-PLNLV OF PLNLV-SVC-REQ
           DISPLAY 'Company code / Dept ID (6 digits) / Location: '
               WITH NO ADVANCING
           ACCEPT PLV-SCOPE-CODE OF IN-PLNLV OF PLNLV-SVC-REQ
           DISPLAY 'Days (1.0 or 0.5): ' WITH NO ADVANCING
           ACCEPT PLV-DAYS OF IN-PLNLV OF PLNLV-SVC-REQ
           DISPLAY 'Description: ' WITH NO ADVANCING
           ACCEPT PLV-DESC OF IN-PLNLV OF PLNLV-SVC-REQ

           CALL 'PLNLV-SVC' USING PLNLV-SVC-REQ PLNLV-SVC-RES
           PERFORM SHOW-PLANNED-LEAVE-RESULT
           .

       PLANNED-LEAVE-DELETE.
           INITIALIZE PLNLV-SVC-REQ
           SET OP-DELETE OF PLNLV-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF PLNLV-SVC-REQ
           MOVE 'DEMO-CORR-0070' TO CORR-ID OF PLNLV-SVC-REQ

           DISPLAY 'Planned date YYYYMMDD: ' WITH NO ADVANCING
           ACCEPT Q-PLAN-DATE OF PLNLV-SVC-REQ
           DISPLAY 'Scope C)ompany, D)epartment, L)ocation: '
               WITH NO ADVANCING
           ACCEPT Q-SCOPE-TYPE OF PLNLV-SVC-REQ
           DISPLAY 'Company code / Dept ID (6 digits) / Location: '
               WITH NO ADVANCING
           ACCEPT Q-SCOPE-CODE OF PLNLV-SVC-REQ

           CALL 'PLNLV-SVC' USING PLNLV-SVC-REQ PLNLV-SVC-RES
           PERFORM SHOW-PLANNED-LEAVE-RESULT
           .

       SHOW-PLANNED-LEAVE-RESULT.
           DISPLAY ' '
           IF OK OF PLNLV-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF PLNLV-SVC-RES
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF PLNLV-SVC-RES ')'
               DISPLAY STATUS-MSG OF PLNLV-SVC-RES
           END-IF
           .

      * ABSENCE-CASE-SCREEN: An employee's latest sickness or work-
      * injury absence case - its waiting period, spells off work
      * and claim periods with their certification. A new case can
      * be opened (which puts the employee on leave), and an open
      * one extended by a spell or claim period, or closed on the
      * return to work. Wage certificates come from ABSCERT.
       ABSENCE-CASE-SCREEN.
           DISPLAY ' '
           DISPLAY 'SICKNESS / INJURY ABSENCE CASES'
           DISPLAY '========================================='

           DISPLAY 'Employee ID: ' WITH NO ADVANCING
           MOVE 0 TO WS-ABS-EMP-ID
           ACCEPT WS-ABS-EMP-ID

           INITIALIZE ABSCASE-SVC-REQ
           SET OP-FIND OF ABSCASE-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF ABSCASE-SVC-REQ
           MOVE 'DEMO-CORR-0071' TO CORR-ID OF ABSCASE-SVC-REQ
           MOVE WS-ABS-EMP-ID TO Q-EMP-ID OF ABSCASE-SVC-REQ
           MOVE 0 TO Q-CASE-SEQ OF ABSCASE-SVC-REQ
           CALL 'ABSCASE-SVC' USING ABSCASE-SVC-REQ ABSCASE-SVC-RES

           IF OK OF ABSCASE-SVC-RES
               PERFORM SHOW-ABSENCE-CASE
           ELSE
               DISPLAY 'No absence case on file for this employee.'
           END-IF

           DISPLAY 'O)pen case, S)pell, P)claim period, C)lose, '
               'blank to return: ' WITH NO ADVANCING
           MOVE SPACES TO WS-ABS-ANS
           ACCEPT WS-ABS-ANS
           EVALUATE WS-ABS-ANS
               WHEN 'O'
               WHEN 'o'
                   PERFORM ABSENCE-CASE-OPEN
               WHEN 'S'
               WHEN 's'
                   PERFORM ABSENCE-CASE-SPELL
               WHEN 'P'
               WHEN 'p'
                   PERFORM ABSENCE-CASE-CLAIM
               WHEN 'C'
               WHEN 'c'
                   PERFORM ABSENCE-CASE-CLOSE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           DISPLAY ' '
           .

       SHOW-ABSENCE-CASE.
           DISPLAY ' '
           DISPLAY 'Case:           '
               CASE-SEQ OF OUT-ABSCASE OF ABSCASE-SVC-RES
               '  Type: '
               CASE-TYPE OF OUT-ABSCASE OF ABSCASE-SVC-RES
               ' (S illness, I work injury)'
           DISPLAY 'Onset:          '
               ONSET-DATE OF OUT-ABSCASE OF ABSCASE-SVC-RES
           DISPLAY 'Waiting period: '
               WAIT-FROM OF OUT-ABSCASE OF ABSCASE-SVC-RES ' - '
               WAIT-TO OF OUT-ABSCASE OF ABSCASE-SVC-RES
               '  Met: '
               WAIT-MET-FLAG OF OUT-ABSCASE OF ABSCASE-SVC-RES
           IF CASE-CLOSED OF OUT-ABSCASE OF ABSCASE-SVC-RES
               DISPLAY 'Status:         CLOSED, returned '
                   RETURN-DATE OF OUT-ABSCASE OF ABSCASE-SVC-RES
           ELSE
               DISPLAY 'Status:         OPEN'
           END-IF
           DISPLAY 'Note:           '
               CASE-NOTE OF OUT-ABSCASE OF ABSCASE-SVC-RES

           PERFORM VARYING WS-ABS-IDX FROM 1 BY 1
                   UNTIL WS-ABS-IDX >
                       SPELL-COUNT OF OUT-ABSCASE OF ABSCASE-SVC-RES
               DISPLAY '  Spell ' WS-ABS-IDX ': '
                   SPELL-FROM OF OUT-ABSCASE OF ABSCASE-SVC-RES
                       (WS-ABS-IDX) ' - '
                   SPELL-TO OF OUT-ABSCASE OF ABSCASE-SVC-RES
                       (WS-ABS-IDX)
           END-PERFORM
           PERFORM VARYING WS-ABS-IDX FROM 1 BY 1
                   UNTIL WS-ABS-IDX >
                       CLAIM-COUNT OF OUT-ABSCASE OF ABSCASE-SVC-RES
               DISPLAY '  Claim ' WS-ABS-IDX ': '
                   CLAIM-FROM OF OUT-ABSCASE OF ABSCASE-SVC-RES
                       (WS-ABS-IDX) ' - '
                   CLAIM-TO OF OUT-ABSCASE OF ABSCASE-SVC-RES
                       (WS-ABS-IDX)
                   '  submitted '
                   CLAIM-SUBMITTED OF OUT-ABSCASE OF ABSCASE-SVC-RES
                       (WS-ABS-IDX)
                   '  certified '
                   CLAIM-CERTIFIED OF OUT-ABSCASE OF ABSCASE-SVC-RES
                       (WS-ABS-IDX)
           END-PERFORM
           .

       ABSENCE-CASE-OPEN.
           INITIALIZE ABSCASE-SVC-REQ
           SET OP-OPEN OF ABSCASE-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF ABSCASE-SVC-REQ
           MOVE 'DEMO-CORR-0071' TO CORR-ID OF ABSCASE-SVC-REQ
           MOVE WS-ABS-EMP-ID TO Q-EMP-ID OF ABSCASE-SVC-REQ

           DISPLAY 'Type S)ickness or I)njury at work: '
               WITH NO ADVANCING
           ACCEPT CASE-TYPE OF IN-ABSCASE OF ABSCASE-SVC-REQ
           DISPLAY 'Onset date YYYYMMDD: ' WITH NO ADVANCING
           ACCEPT ONSET-DATE OF IN-ABSCASE OF ABSCASE-SVC-REQ
           DISPLAY 'First day off YYYYMMDD: ' WITH NO ADVANCING
           ACCEPT Q-FROM-DATE OF ABSCASE-SVC-REQ
           DISPLAY 'Last day off (expected) YYYYMMDD: '
               WITH NO ADVANCING
           ACCEPT Q-TO-DATE OF ABSCASE-SVC-REQ
           DISPLAY 'Note: ' WITH NO ADVANCING
           ACCEPT CASE-NOTE OF IN-ABSCASE OF ABSCASE-SVC-REQ

           CALL 'ABSCASE-SVC' USING ABSCASE-SVC-REQ ABSCASE-SVC-RES
           PERFORM SHOW-ABSENCE-CASE-RESULT
           .

       ABSENCE-CASE-SPELL.
           INITIALIZE ABSCASE-SVC-REQ
           SET OP-ADD-SPELL OF ABSCASE-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF ABSCASE-SVC-REQ
           MOVE 'DEMO-CORR-0071' TO CORR-ID OF ABSCASE-SVC-REQ
           MOVE WS-ABS-EMP-ID TO Q-EMP-ID OF ABSCASE-SVC-REQ
           MOVE 0 TO Q-CASE-SEQ OF ABSCASE-SVC-REQ

           DISPLAY 'Spell from YYYYMMDD: ' WITH NO ADVANCING
           ACCEPT Q-FROM-DATE OF ABSCASE-SVC-REQ
           DISPLAY 'Spell to YYYYMMDD: ' WITH NO ADVANCING
           ACCEPT Q-TO-DATE OF ABSCASE-SVC-REQ

           CALL 'ABSCASE-SVC' USING ABSCASE-SVC-REQ ABSCASE-SVC-RES
           PERFORM SHOW-ABSENCE-CASE-RESULT
           .

       ABSENCE-CASE-CLAIM.
           INITIALIZE ABSCASE-SVC-REQ
           SET OP-ADD-CLAIM OF ABSCASE-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF ABSCASE-SVC-REQ
           MOVE 'DEMO-CORR-0071' TO CORR-ID OF ABSCASE-SVC-REQ
           MOVE WS-ABS-EMP-ID TO Q-EMP-ID OF ABSCASE-SVC-REQ
           MOVE 0 TO Q-CASE-SEQ OF ABSCASE-SVC-REQ

           DISPLAY 'Claim period from YYYYMMDD: ' WITH NO ADVANCING
           ACCEPT Q-FROM-DATE OF ABSCASE-SVC-REQ
           DISPLAY 'Claim period to YYYYMMDD: ' WITH NO ADVANCING
           ACCEPT Q-TO-DATE OF ABSCASE-SVC-REQ
           DISPLAY 'Submitted YYYYMMDD (0 = today): '
               WITH NO ADVANCING
           ACCEPT Q-SUBMIT-DATE OF ABSCASE-SVC-REQ

           CALL 'ABSCASE-SVC' USING ABSCASE-SVC-REQ ABSCASE-SVC-RES
           PERFORM SHOW-ABSENCE-CASE-RESULT
           .

       ABSENCE-CASE-CLOSE.
           INITIALIZE ABSCASE-SVC-REQ
           SET OP-CLOSE OF ABSCASE-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF ABSCASE-SVC-REQ
           MOVE 'DEMO-CORR-0071' TO CORR-ID OF ABSCASE-SVC-REQ
           MOVE WS-ABS-EMP-ID TO Q-EMP-ID OF ABSCASE-SVC-REQ
           MOVE 0 TO Q-CASE-SEQ OF ABSCASE-SVC-REQ

           DISPLAY 'Return to work date YYYYMMDD: ' WITH NO ADVANCING
           ACCEPT Q-RETURN-DATE OF ABSCASE-SVC-REQ

           CALL 'ABSCASE-SVC' USING ABSCASE-SVC-REQ ABSCASE-SVC-RES
           PERFORM SHOW-ABSENCE-CASE-RESULT
           .

       SHOW-ABSENCE-CASE-RESULT.
           DISPLAY ' '
           IF OK OF ABSCASE-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF ABSCASE-SVC-RES
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF ABSCASE-SVC-RES ')'
               DISPLAY STATUS-MSG OF ABSCASE-SVC-RES
           END-IF
           .

      * NOTIFICATION-SCREEN: What the batch notices have told one
      * recipient - each notice with the employee it was about, when
      * it was queued, handed to the mail gateway and delivered (or
      * why delivery failed). Recipient zero is the HR mailbox, which
      * gets the manager notices for employees with no manager.
       NOTIFICATION-SCREEN.
           DISPLAY ' '
           DISPLAY 'NOTIFICATIONS SENT'
           DISPLAY '========================================='

           DISPLAY 'Recipient employee ID (0 = HR mailbox): '
               WITH NO ADVANCING
           MOVE 0 TO WS-NTF-INQ-ID
           ACCEPT WS-NTF-INQ-ID

           MOVE 0 TO WS-NTF-SHOWN
           INITIALIZE NOTIFY-SVC-REQ
           SET OP-LIST OF NOTIFY-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF NOTIFY-SVC-REQ
           MOVE 'DEMO-CORR-0072' TO CORR-ID OF NOTIFY-SVC-REQ
           MOVE WS-NTF-INQ-ID TO Q-RECIPIENT-ID OF NOTIFY-SVC-REQ
           MOVE SPACES TO Q-EVENT-TYPE OF NOTIFY-SVC-REQ
           MOVE 0 TO Q-ABOUT-EMP-ID OF NOTIFY-SVC-REQ
           MOVE 0 TO Q-DUE-DATE OF NOTIFY-SVC-REQ

           MOVE 'Y' TO WS-NTF-ANS
           PERFORM UNTIL WS-NTF-SHOWN >= 20 OR WS-NTF-ANS = 'N'
               CALL 'NOTIFY-SVC' USING NOTIFY-SVC-REQ NOTIFY-SVC-RES
               IF NOT OK OF NOTIFY-SVC-RES
                   MOVE 'N' TO WS-NTF-ANS
               ELSE
                   IF NTF-RECIPIENT-ID OF OUT-NOTIFY OF NOTIFY-SVC-RES
                           NOT = WS-NTF-INQ-ID
                       MOVE 'N' TO WS-NTF-ANS
                   ELSE
                       PERFORM SHOW-NOTIFICATION
                   END-IF
               END-IF
           END-PERFORM

           IF WS-NTF-SHOWN = 0
               DISPLAY 'No notifications on file for this recipient.'
           END-IF
           DISPLAY ' '
           .

       SHOW-NOTIFICATION.
           ADD 1 TO WS-NTF-SHOWN
           DISPLAY ' '
           DISPLAY '  ' NTF-EVENT-TYPE OF OUT-NOTIFY OF NOTIFY-SVC-RES
               '  about ' NTF-ABOUT-EMP-ID OF OUT-NOTIFY
                   OF NOTIFY-SVC-RES
               '  due ' NTF-DUE-DATE OF OUT-NOTIFY OF NOTIFY-SVC-RES
               '  as ' NTF-RECIPIENT-ROLE OF OUT-NOTIFY
                   OF NOTIFY-SVC-RES
               '  from ' NTF-SOURCE-JOB OF OUT-NOTIFY
                   OF NOTIFY-SVC-RES
           DISPLAY '    ' NTF-SUBJECT OF OUT-NOTIFY OF NOTIFY-SVC-RES
           DISPLAY '    Queued    '
               NTF-QUEUED-AT OF OUT-NOTIFY OF NOTIFY-SVC-RES
               '  attempts '
               NTF-ATTEMPTS OF OUT-NOTIFY OF NOTIFY-SVC-RES
           EVALUATE TRUE
               WHEN NTF-QUEUED OF OUT-NOTIFY OF NOTIFY-SVC-RES
                   DISPLAY '    WAITING FOR THE NEXT MAIL EXTRACT'
               WHEN NTF-EXTRACTED OF OUT-NOTIFY OF NOTIFY-SVC-RES
                   DISPLAY '    Extracted '
                       NTF-EXTRACTED-AT OF OUT-NOTIFY
                           OF NOTIFY-SVC-RES
                       '  file ' NTF-EXTRACT-SEQ OF OUT-NOTIFY
                           OF NOTIFY-SVC-RES
                       '  - no delivery result yet'
               WHEN NTF-SENT OF OUT-NOTIFY OF NOTIFY-SVC-RES
                   DISPLAY '    Extracted '
                       NTF-EXTRACTED-AT OF OUT-NOTIFY
                           OF NOTIFY-SVC-RES
                       '  file ' NTF-EXTRACT-SEQ OF OUT-NOTIFY
                           OF NOTIFY-SVC-RES
                   DISPLAY '    SENT      '
                       NTF-DELIVERED-AT OF OUT-NOTIFY
                           OF NOTIFY-SVC-RES
               WHEN OTHER
                   DISPLAY '    FAILED    '
                       NTF-DELIVERED-AT OF OUT-NOTIFY
                           OF NOTIFY-SVC-RES
                       '  ' NTF-DELIVERY-MSG OF OUT-NOTIFY
                           OF NOTIFY-SVC-RES
           END-EVALUATE

           MOVE NTF-RECIPIENT-ID OF OUT-NOTIFY OF NOTIFY-SVC-RES
               TO Q-RECIPIENT-ID OF NOTIFY-SVC-REQ
           MOVE NTF-EVENT-TYPE OF OUT-NOTIFY OF NOTIFY-SVC-RES
               TO Q-EVENT-TYPE OF NOTIFY-SVC-REQ
           MOVE NTF-ABOUT-EMP-ID OF OUT-NOTIFY OF NOTIFY-SVC-RES
               TO Q-ABOUT-EMP-ID OF NOTIFY-SVC-REQ
           MOVE NTF-DUE-DATE OF OUT-NOTIFY OF NOTIFY-SVC-RES
               TO Q-DUE-DATE OF NOTIFY-SVC-REQ
           .

      * EXPAT-ASSIGNMENT-SCREEN: The overseas assignment covering
      * today for one employee, with the residency it gives them, and
      * posting a new or extended assignment or the return home.
       EXPAT-ASSIGNMENT-SCREEN.
           DISPLAY ' '
           DISPLAY 'OVERSEAS ASSIGNMENTS'
           DISPLAY '========================================='

           DISPLAY 'Employee ID: ' WITH NO ADVANCING
           MOVE 0 TO WS-EXP-EMP-ID
           ACCEPT WS-EXP-EMP-ID

           INITIALIZE EXPAT-SVC-REQ
           SET OP-FIND OF EXPAT-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF EXPAT-SVC-REQ
           MOVE 'DEMO-CORR-0073' TO CORR-ID OF EXPAT-SVC-REQ
           MOVE WS-EXP-EMP-ID TO Q-EMP-ID OF EXPAT-SVC-REQ
           MOVE 0 TO Q-AS-OF-DATE OF EXPAT-SVC-REQ
           CALL 'EXPAT-SVC' USING EXPAT-SVC-REQ EXPAT-SVC-RES

           IF OK OF EXPAT-SVC-RES
               PERFORM SHOW-EXPAT-ASSIGNMENT
           ELSE
               DISPLAY 'Not on an overseas assignment today.'
           END-IF

           DISPLAY 'A)dd or extend assignment, R)eturn home, '
               'blank to return: ' WITH NO ADVANCING
           MOVE SPACES TO WS-EXP-ANS
           ACCEPT WS-EXP-ANS
           EVALUATE WS-EXP-ANS
               WHEN 'A'
               WHEN 'a'
                   PERFORM EXPAT-ASSIGNMENT-ADD
               WHEN 'R'
               WHEN 'r'
                   PERFORM EXPAT-ASSIGNMENT-RETURN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           DISPLAY ' '
           .

       SHOW-EXPAT-ASSIGNMENT.
           DISPLAY ' '
           DISPLAY 'Host:           '
               HOST-COUNTRY OF OUT-EXPAT OF EXPAT-SVC-RES ' '
               HOST-CITY OF OUT-EXPAT OF EXPAT-SVC-RES
               '  Currency: '
               HOST-CURRENCY OF OUT-EXPAT OF EXPAT-SVC-RES
           DISPLAY 'Departed:       '
               DEPART-DATE OF OUT-EXPAT OF EXPAT-SVC-RES
               '  Planned return: '
               PLANNED-RETURN OF OUT-EXPAT OF EXPAT-SVC-RES
           IF NONRESIDENT-ON-DATE OF EXPAT-SVC-RES
               DISPLAY 'Tax residency:  NON-RESIDENT from '
                   NONRES-FROM OF OUT-EXPAT OF EXPAT-SVC-RES
                   '  Japan duty share: '
                   JAPAN-DUTY-PCT OF OUT-EXPAT OF EXPAT-SVC-RES '%'
           ELSE
               DISPLAY 'Tax residency:  RESIDENT'
           END-IF
           DISPLAY 'Equalization:   '
               EQUALIZATION OF OUT-EXPAT OF EXPAT-SVC-RES
               '  Hypo tax settled: '
               HYPO-TAX-FINAL OF OUT-EXPAT OF EXPAT-SVC-RES
               '  Host tax paid: '
               HOST-TAX-PAID OF OUT-EXPAT OF EXPAT-SVC-RES
           .

       EXPAT-ASSIGNMENT-ADD.
           INITIALIZE EXPAT-SVC-REQ
           SET OP-ADD OF EXPAT-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF EXPAT-SVC-REQ
           MOVE 'DEMO-CORR-0073' TO CORR-ID OF EXPAT-SVC-REQ
           MOVE WS-EXP-EMP-ID TO EMP-ID OF IN-EXPAT OF EXPAT-SVC-REQ

           DISPLAY 'Departure date YYYYMMDD: ' WITH NO ADVANCING
           ACCEPT DEPART-DATE OF IN-EXPAT OF EXPAT-SVC-REQ
           DISPLAY 'Host country (ISO 2): ' WITH NO ADVANCING
           ACCEPT HOST-COUNTRY OF IN-EXPAT OF EXPAT-SVC-REQ
           DISPLAY 'Host city: ' WITH NO ADVANCING
           ACCEPT HOST-CITY OF IN-EXPAT OF EXPAT-SVC-REQ
           DISPLAY 'Host currency: ' WITH NO ADVANCING
           ACCEPT HOST-CURRENCY OF IN-EXPAT OF EXPAT-SVC-REQ
           DISPLAY 'Planned return YYYYMMDD (0 if open): '
               WITH NO ADVANCING
           ACCEPT PLANNED-RETURN OF IN-EXPAT OF EXPAT-SVC-REQ
           DISPLAY 'Japan duty share % (0-100): ' WITH NO ADVANCING
           ACCEPT JAPAN-DUTY-PCT OF IN-EXPAT OF EXPAT-SVC-REQ
           DISPLAY 'Tax-equalized (Y/N): ' WITH NO ADVANCING
           ACCEPT EQUALIZATION OF IN-EXPAT OF EXPAT-SVC-REQ
           DISPLAY 'Tax status R/N (blank to derive): '
               WITH NO ADVANCING
           MOVE SPACES TO TAX-STATUS OF IN-EXPAT OF EXPAT-SVC-REQ
           ACCEPT TAX-STATUS OF IN-EXPAT OF EXPAT-SVC-REQ
           DISPLAY 'Settled hypothetical tax (0 if not yet): '
               WITH NO ADVANCING
           ACCEPT HYPO-TAX-FINAL OF IN-EXPAT OF EXPAT-SVC-REQ
           DISPLAY 'Host tax paid by company: ' WITH NO ADVANCING
           ACCEPT HOST-TAX-PAID OF IN-EXPAT OF EXPAT-SVC-REQ

           CALL 'EXPAT-SVC' USING EXPAT-SVC-REQ EXPAT-SVC-RES
           PERFORM SHOW-EXPAT-RESULT
           .

       EXPAT-ASSIGNMENT-RETURN.
           INITIALIZE EXPAT-SVC-REQ
           SET OP-RETURN OF EXPAT-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF EXPAT-SVC-REQ
           MOVE 'DEMO-CORR-0073' TO CORR-ID OF EXPAT-SVC-REQ
           MOVE WS-EXP-EMP-ID TO Q-EMP-ID OF EXPAT-SVC-REQ

           DISPLAY 'Departure date of the assignment YYYYMMDD: '
               WITH NO ADVANCING
           ACCEPT Q-DEPART-DATE OF EXPAT-SVC-REQ
           DISPLAY 'Return date YYYYMMDD: ' WITH NO ADVANCING
           ACCEPT Q-RETURN-DATE OF EXPAT-SVC-REQ

           CALL 'EXPAT-SVC' USING EXPAT-SVC-REQ EXPAT-SVC-RES
           PERFORM SHOW-EXPAT-RESULT
           .

       SHOW-EXPAT-RESULT.
           DISPLAY ' '
           IF OK OF EXPAT-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF EXPAT-SVC-RES
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF EXPAT-SVC-RES ')'
               DISPLAY STATUS-MSG OF EXPAT-SVC-RES
           END-IF
           .

      * CASH-RECEIPT-SCREEN: The signed CASHRPT receipt is back -
      * the envelope's payroll is recorded PAID with the date the
      * employee signed for it, through PAY-SVC's MARK-PAYROLL-PAID.
      * A transfer payee's payroll is left to the bank's
      * acknowledgment (IMPPAID).
       CASH-RECEIPT-SCREEN.
           DISPLAY ' '
           DISPLAY 'CASH PAY RECEIPT RETURNED'
           DISPLAY '========================================='

           DISPLAY 'Payroll ID on the receipt: ' WITH NO ADVANCING
           MOVE SPACES TO WS-FIND-PAY-ID
           ACCEPT WS-FIND-PAY-ID

           INITIALIZE PAY-SVC-REQ
           MOVE 'F' TO OP-CODE OF PAY-SVC-REQ
           MOVE WS-OPERATOR-ID TO USER-ID OF PAY-SVC-REQ
           MOVE 'DEMO-CORR-0074' TO CORR-ID OF PAY-SVC-REQ
           MOVE WS-FIND-PAY-ID TO Q-PAY-ID OF PAY-SVC-REQ
           CALL 'PAY-SVC' USING PAY-SVC-REQ PAY-SVC-RES
           IF NOT OK OF PAY-SVC-RES
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF PAY-SVC-RES ')'
               DISPLAY STATUS-MSG OF PAY-SVC-RES
               EXIT PARAGRAPH
           END-IF

           INITIALIZE EMP-SVC-REQ
           MOVE 'F' TO OP-CODE OF EMP-SVC-REQ
           MOVE WS-OPERATOR-ID TO USER-ID OF EMP-SVC-REQ
           MOVE 'DEMO-CORR-0074' TO CORR-ID OF EMP-SVC-REQ
           MOVE EMP-ID OF OUT-PAY OF PAY-SVC-RES
               TO Q-EMP-ID OF EMP-SVC-REQ
           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES
           IF NOT OK OF EMP-SVC-RES
                   OR NOT PAY-BY-CASH OF OUT-EMP OF EMP-SVC-RES
               DISPLAY 'Employee is paid by bank transfer - the '
                   'payroll is marked paid from the bank '
                   'acknowledgment.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Employee:  ' EMP-ID OF OUT-PAY OF PAY-SVC-RES
               '  ' LAST-NAME OF OUT-EMP OF EMP-SVC-RES
           DISPLAY 'Period:    ' PAY-PERIOD OF OUT-PAY OF PAY-SVC-RES
               '  Net pay: ' NET-PAY OF OUT-PAY OF PAY-SVC-RES
           DISPLAY 'Status:    ' PAY-STATUS OF OUT-PAY OF PAY-SVC-RES

           DISPLAY 'Date signed YYYYMMDD (0 for today): '
               WITH NO ADVANCING
           MOVE 0 TO WS-CASH-SIGNED-DATE
           ACCEPT WS-CASH-SIGNED-DATE
           DISPLAY 'Record as paid? (Y/N): ' WITH NO ADVANCING
           MOVE SPACE TO WS-CONFIRM-ANS
           ACCEPT WS-CONFIRM-ANS
           IF WS-CONFIRM-ANS NOT = 'Y' AND WS-CONFIRM-ANS NOT = 'y'
               DISPLAY 'Not recorded.'
               EXIT PARAGRAPH
           END-IF

           INITIALIZE PAY-SVC-REQ
           SET OP-MARK-PAID OF PAY-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF PAY-SVC-REQ
           MOVE 'DEMO-CORR-0074' TO CORR-ID OF PAY-SVC-REQ
           MOVE WS-FIND-PAY-ID TO Q-PAY-ID OF PAY-SVC-REQ
           MOVE WS-CASH-SIGNED-DATE TO Q-PAID-DATE OF PAY-SVC-REQ
           CALL 'PAY-SVC' USING PAY-SVC-REQ PAY-SVC-RES
           PERFORM SHOW-CASH-RECEIPT-RESULT
           .

       SHOW-CASH-RECEIPT-RESULT.
           DISPLAY ' '
           IF OK OF PAY-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF PAY-SVC-RES
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF PAY-SVC-RES ')'
               DISPLAY STATUS-MSG OF PAY-SVC-RES
           END-IF
           .

      * TIMECARD-EXCEPTION-SCREEN: The clock-file lines IMPTIME held
      * for review, one at a time - a supervisor's own reports by
      * their employee ID, or every open exception. Each is
      * corrected and released, released as sent with a note, or
      * deleted; TCSUSP-SVC audits every one. A viewer only looks.
       TIMECARD-EXCEPTION-SCREEN.
           DISPLAY ' '
           DISPLAY 'TIMECARD EXCEPTIONS'
           DISPLAY '========================================='
           DISPLAY 'Supervisor EMP-ID (0 for all): '
               WITH NO ADVANCING
           MOVE 0 TO WS-TCX-MANAGER
           ACCEPT WS-TCX-MANAGER

           MOVE 0 TO WS-TCX-CURSOR
           MOVE 'N' TO WS-TCX-ANS

           PERFORM UNTIL WS-TCX-ANS = 'Q' OR 'q'
               INITIALIZE TCSUSP-SVC-REQ
               SET OP-LIST OF TCSUSP-SVC-REQ TO TRUE
               MOVE WS-OPERATOR-ID TO USER-ID OF TCSUSP-SVC-REQ
               MOVE 'DEMO-CORR-0080' TO CORR-ID OF TCSUSP-SVC-REQ
               MOVE WS-TCX-CURSOR TO Q-CURSOR OF TCSUSP-SVC-REQ
               MOVE WS-TCX-MANAGER
                   TO Q-MANAGER-EMP-ID OF TCSUSP-SVC-REQ
               MOVE 'Y' TO Q-OPEN-ONLY OF TCSUSP-SVC-REQ

               CALL 'TCSUSP-SVC' USING TCSUSP-SVC-REQ TCSUSP-SVC-RES

               IF NOT OK OF TCSUSP-SVC-RES
                   DISPLAY ' '
                   DISPLAY 'No further open timecard exceptions.'
                   MOVE 'Q' TO WS-TCX-ANS
               ELSE
                   MOVE NEXT-CURSOR OF TCSUSP-SVC-RES
                       TO WS-TCX-CURSOR
                   MOVE SUSP-ID OF OUT-TCSUSP OF TCSUSP-SVC-RES
                       TO WS-TCX-SUSP-ID
                   PERFORM SHOW-TIMECARD-EXCEPTION
                   IF OPER-ROLE-VIEWER
                       DISPLAY 'Next/Quit (N/Q): ' WITH NO ADVANCING
                   ELSE
                       DISPLAY 'Correct/Accept as sent/Delete/Next/Q'
                           'uit (C/A/D/N/Q): ' WITH NO ADVANCING
                   END-IF
                   ACCEPT WS-TCX-ANS
                   IF OPER-ROLE-VIEWER
                           AND WS-TCX-ANS NOT = 'Q' AND 'q'
                       MOVE 'N' TO WS-TCX-ANS
                   END-IF
                   EVALUATE WS-TCX-ANS
                       WHEN 'C'
                       WHEN 'c'
                           PERFORM TIMECARD-EXCEPTION-CORRECT
                       WHEN 'A'
                       WHEN 'a'
                           PERFORM TIMECARD-EXCEPTION-ACCEPT
                       WHEN 'D'
                       WHEN 'd'
                           PERFORM TIMECARD-EXCEPTION-DELETE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           DISPLAY ' '
           .

       SHOW-TIMECARD-EXCEPTION.
           DISPLAY ' '
           DISPLAY 'Exception: '
               SUSP-ID OF OUT-TCSUSP OF TCSUSP-SVC-RES
               '  File line: '
               SUSP-SOURCE-LINE OF OUT-TCSUSP OF TCSUSP-SVC-RES
           DISPLAY 'Emp-ID:    '
               SUSP-EMP-ID OF OUT-TCSUSP OF TCSUSP-SVC-RES
               '  Work date: '
               SUSP-WORK-DATE OF OUT-TCSUSP OF TCSUSP-SVC-RES
               '  Project: '
               SUSP-PROJECT-CODE OF OUT-TCSUSP OF TCSUSP-SVC-RES
           DISPLAY 'Regular:   '
               SUSP-REGULAR-HOURS OF OUT-TCSUSP OF TCSUSP-SVC-RES
               '  Overtime: '
               SUSP-OVERTIME-HOURS OF OUT-TCSUSP OF TCSUSP-SVC-RES
               '  Night: '
               SUSP-NIGHT-HOURS OF OUT-TCSUSP OF TCSUSP-SVC-RES
               '  Holiday: '
               SUSP-HOLIDAY-HOURS OF OUT-TCSUSP OF TCSUSP-SVC-RES
           DISPLAY 'Reason:    '
               SUSP-REASON-TEXT OF OUT-TCSUSP OF TCSUSP-SVC-RES
           .

      * TIMECARD-EXCEPTION-CORRECT: Keys the corrected hours and
      * project (blank or 99.99 keeps the value held) and releases
      * the card to the timecard master.
       TIMECARD-EXCEPTION-CORRECT.
           MOVE OUT-TCSUSP OF TCSUSP-SVC-RES TO IN-TCSUSP
               OF TCSUSP-SVC-REQ

           DISPLAY 'Regular hours (99.99 to keep): ' WITH NO ADVANCING
           MOVE 99.99 TO WS-TCX-HOURS
           ACCEPT WS-TCX-HOURS
           IF WS-TCX-HOURS NOT = 99.99
               MOVE WS-TCX-HOURS TO SUSP-REGULAR-HOURS
                   OF IN-TCSUSP OF TCSUSP-SVC-REQ
           END-IF
           DISPLAY 'Overtime hours (99.99 to keep): '
               WITH NO ADVANCING
           MOVE 99.99 TO WS-TCX-HOURS
           ACCEPT WS-TCX-HOURS
           IF WS-TCX-HOURS NOT = 99.99
               MOVE WS-TCX-HOURS TO SUSP-OVERTIME-HOURS
                   OF IN-TCSUSP OF TCSUSP-SVC-REQ
           END-IF
           DISPLAY 'Night hours (99.99 to keep): ' WITH NO ADVANCING
           MOVE 99.99 TO WS-TCX-HOURS
           ACCEPT WS-TCX-HOURS
           IF WS-TCX-HOURS NOT = 99.99
               MOVE WS-TCX-HOURS TO SUSP-NIGHT-HOURS
                   OF IN-TCSUSP OF TCSUSP-SVC-REQ
           END-IF
           DISPLAY 'Holiday hours (99.99 to keep): ' WITH NO ADVANCING
           MOVE 99.99 TO WS-TCX-HOURS
           ACCEPT WS-TCX-HOURS
           IF WS-TCX-HOURS NOT = 99.99
               MOVE WS-TCX-HOURS TO SUSP-HOLIDAY-HOURS
                   OF IN-TCSUSP OF TCSUSP-SVC-REQ
           END-IF
           DISPLAY 'Project code (blank to keep): ' WITH NO ADVANCING
           MOVE SPACES TO WS-TCX-PROJECT
           ACCEPT WS-TCX-PROJECT
           IF WS-TCX-PROJECT NOT = SPACES
               MOVE WS-TCX-PROJECT TO SUSP-PROJECT-CODE
                   OF IN-TCSUSP OF TCSUSP-SVC-REQ
           END-IF

           SET OP-RELEASE OF TCSUSP-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF TCSUSP-SVC-REQ
           MOVE 'DEMO-CORR-0080' TO CORR-ID OF TCSUSP-SVC-REQ
           MOVE WS-TCX-SUSP-ID TO Q-SUSP-ID OF TCSUSP-SVC-REQ
           MOVE 'C' TO Q-RESOLUTION OF TCSUSP-SVC-REQ
           DISPLAY 'Note (optional): ' WITH NO ADVANCING
           MOVE SPACES TO Q-NOTE OF TCSUSP-SVC-REQ
           ACCEPT Q-NOTE OF TCSUSP-SVC-REQ

           CALL 'TCSUSP-SVC' USING TCSUSP-SVC-REQ TCSUSP-SVC-RES
           PERFORM SHOW-TIMECARD-EXCEPTION-RESULT
           .

       TIMECARD-EXCEPTION-ACCEPT.
           INITIALIZE TCSUSP-SVC-REQ
           SET OP-RELEASE OF TCSUSP-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF TCSUSP-SVC-REQ
           MOVE 'DEMO-CORR-0080' TO CORR-ID OF TCSUSP-SVC-REQ
           MOVE WS-TCX-SUSP-ID TO Q-SUSP-ID OF TCSUSP-SVC-REQ
           MOVE 'A' TO Q-RESOLUTION OF TCSUSP-SVC-REQ
           DISPLAY 'Note (why the card stands as sent): '
               WITH NO ADVANCING
           ACCEPT Q-NOTE OF TCSUSP-SVC-REQ

           CALL 'TCSUSP-SVC' USING TCSUSP-SVC-REQ TCSUSP-SVC-RES
           PERFORM SHOW-TIMECARD-EXCEPTION-RESULT
           .

       TIMECARD-EXCEPTION-DELETE.
           DISPLAY 'Delete this card? (Y/N): ' WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANS
           IF WS-CONFIRM-ANS NOT = 'Y' AND WS-CONFIRM-ANS NOT = 'y'
               MOVE 'N' TO WS-TCX-ANS
               EXIT PARAGRAPH
           END-IF

           INITIALIZE TCSUSP-SVC-REQ
           SET OP-DELETE OF TCSUSP-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF TCSUSP-SVC-REQ
           MOVE 'DEMO-CORR-0080' TO CORR-ID OF TCSUSP-SVC-REQ
           MOVE WS-TCX-SUSP-ID TO Q-SUSP-ID OF TCSUSP-SVC-REQ
           DISPLAY 'Note (optional): ' WITH NO ADVANCING
           ACCEPT Q-NOTE OF TCSUSP-SVC-REQ

           CALL 'TCSUSP-SVC' USING TCSUSP-SVC-REQ TCSUSP-SVC-RES
           PERFORM SHOW-TIMECARD-EXCEPTION-RESULT
           .

       SHOW-TIMECARD-EXCEPTION-RESULT.
           IF OK OF TCSUSP-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF TCSUSP-SVC-RES
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF TCSUSP-SVC-RES ')'
               DISPLAY STATUS-MSG OF TCSUSP-SVC-RES
           END-IF
           MOVE 'N' TO WS-TCX-ANS
           .

      * EMERGENCY-MENU: An employee's own phones and emergency
      * contacts, and the safety confirmation roster SAFEROST seeds
      * for a disaster event, worked by the supervisors.
       EMERGENCY-MENU.
           DISPLAY ' '
           DISPLAY 'EMERGENCY CONTACTS / SAFETY CONFIRMATION'
           DISPLAY '========================================='
           DISPLAY 'C)ontacts, S)afety confirmation, Q)uit: '
               WITH NO ADVANCING
           MOVE SPACES TO WS-EMC-ANS
           ACCEPT WS-EMC-ANS

           EVALUATE WS-EMC-ANS
               WHEN 'C'
               WHEN 'c'
                   PERFORM EMERGENCY-CONTACT-SCREEN
               WHEN 'S'
               WHEN 's'
                   PERFORM SAFETY-CONFIRM-SCREEN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           DISPLAY ' '
           .

      * EMERGENCY-CONTACT-SCREEN: Shows the record (the display is
      * logged as a personal-data read) and, for the HR role, keys
      * the change - blank keeps a phone, and each contact is kept,
      * changed or removed whole.
       EMERGENCY-CONTACT-SCREEN.
           DISPLAY ' '
           DISPLAY 'EMERGENCY CONTACTS'
           DISPLAY '========================================='
           DISPLAY 'Enter Employee ID: ' WITH NO ADVANCING
           ACCEPT WS-FIND-EMP-ID

           INITIALIZE EMGC-SVC-REQ
           SET OP-GET OF EMGC-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF EMGC-SVC-REQ
           MOVE 'DEMO-CORR-0083' TO CORR-ID OF EMGC-SVC-REQ
           MOVE WS-FIND-EMP-ID TO Q-EMP-ID OF EMGC-SVC-REQ

           CALL 'EMGC-SVC' USING EMGC-SVC-REQ EMGC-SVC-RES

           MOVE 'N' TO WS-EMC-ON-FILE-SW
           IF OK OF EMGC-SVC-RES
               MOVE 'Y' TO WS-EMC-ON-FILE-SW
               PERFORM SHOW-EMERGENCY-CONTACTS
               PERFORM AUDIT-EMERGENCY-ACCESS
           ELSE
               IF NOT-FOUND OF EMGC-SVC-RES
                   DISPLAY 'No emergency contacts on file.'
               ELSE
                   DISPLAY 'ERROR (Code '
                       STATUS-CODE-N OF EMGC-SVC-RES ')'
                   DISPLAY STATUS-MSG OF EMGC-SVC-RES
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF OPER-ROLE-VIEWER
               DISPLAY ' '
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Change them? (Y/N): ' WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANS
           IF WS-CONFIRM-ANS NOT = 'Y' AND WS-CONFIRM-ANS NOT = 'y'
               DISPLAY ' '
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-HR-AUTHORITY
           IF NOT OPERATOR-AUTHORIZED
               EXIT PARAGRAPH
           END-IF

           PERFORM EMERGENCY-CONTACT-SET
           DISPLAY ' '
           .

       SHOW-EMERGENCY-CONTACTS.
           DISPLAY 'Mobile:    '
               EMP-MOBILE-PHONE OF OUT-EMGC OF EMGC-SVC-RES
               '  Home: '
               EMP-HOME-PHONE OF OUT-EMGC OF EMGC-SVC-RES
           IF CONTACT-1-NAME OF OUT-EMGC OF EMGC-SVC-RES = SPACES
               DISPLAY 'Contact 1: (none)'
           ELSE
               DISPLAY 'Contact 1: '
                   CONTACT-1-NAME OF OUT-EMGC OF EMGC-SVC-RES
                   ' (' CONTACT-1-RELATION OF OUT-EMGC
                   OF EMGC-SVC-RES ')'
               DISPLAY '           '
                   CONTACT-1-PHONE OF OUT-EMGC OF EMGC-SVC-RES
                   '  Alt: '
                   CONTACT-1-ALT-PHONE OF OUT-EMGC OF EMGC-SVC-RES
           END-IF
           IF CONTACT-2-NAME OF OUT-EMGC OF EMGC-SVC-RES = SPACES
               DISPLAY 'Contact 2: (none)'
           ELSE
               DISPLAY 'Contact 2: '
                   CONTACT-2-NAME OF OUT-EMGC OF EMGC-SVC-RES
                   ' (' CONTACT-2-RELATION OF OUT-EMGC
                   OF EMGC-SVC-RES ')'
               DISPLAY '           '
                   CONTACT-2-PHONE OF OUT-EMGC OF EMGC-SVC-RES
                   '  Alt: '
                   CONTACT-2-ALT-PHONE OF OUT-EMGC OF EMGC-SVC-RES
           END-IF
           .

      * EMERGENCY-CONTACT-SET: Starts from the record as read (or
      * blank when none is held) and carries its REC-VERSION back,
      * so a change made meanwhile comes back as a conflict.
       EMERGENCY-CONTACT-SET.
           INITIALIZE EMGC-SVC-REQ
           IF EMC-ON-FILE
               MOVE OUT-EMGC OF EMGC-SVC-RES TO IN-EMGC OF EMGC-SVC-REQ
           END-IF
           SET OP-SET OF EMGC-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF EMGC-SVC-REQ
           MOVE 'DEMO-CORR-0083' TO CORR-ID OF EMGC-SVC-REQ
           MOVE WS-FIND-EMP-ID TO EMP-ID OF IN-EMGC OF EMGC-SVC-REQ

           DISPLAY 'Mobile phone (blank to keep): ' WITH NO ADVANCING
           MOVE SPACES TO WS-EMC-PHONE
           ACCEPT WS-EMC-PHONE
           IF WS-EMC-PHONE NOT = SPACES
               MOVE WS-EMC-PHONE
                   TO EMP-MOBILE-PHONE OF IN-EMGC OF EMGC-SVC-REQ
           END-IF
           DISPLAY 'Home phone (blank to keep): ' WITH NO ADVANCING
           MOVE SPACES TO WS-EMC-PHONE
           ACCEPT WS-EMC-PHONE
           IF WS-EMC-PHONE NOT = SPACES
               MOVE WS-EMC-PHONE
                   TO EMP-HOME-PHONE OF IN-EMGC OF EMGC-SVC-REQ
           END-IF

           DISPLAY 'Contact 1 - K)eep, C)hange, R)emove: '
               WITH NO ADVANCING
           MOVE 'K' TO WS-EMC-ANS
           ACCEPT WS-EMC-ANS
           EVALUATE WS-EMC-ANS
               WHEN 'C'
               WHEN 'c'
                   DISPLAY 'Name: ' WITH NO ADVANCING
                   ACCEPT CONTACT-1-NAME OF IN-EMGC OF EMGC-SVC-REQ
                   DISPLAY 'Relationship (SP/CH/PA/OT): '
                       WITH NO ADVANCING
                   ACCEPT CONTACT-1-RELATION OF IN-EMGC
                       OF EMGC-SVC-REQ
                   DISPLAY 'Phone: ' WITH NO ADVANCING
                   ACCEPT CONTACT-1-PHONE OF IN-EMGC OF EMGC-SVC-REQ
                   DISPLAY 'Alternate phone (optional): '
                       WITH NO ADVANCING
                   MOVE SPACES TO CONTACT-1-ALT-PHONE
                       OF IN-EMGC OF EMGC-SVC-REQ
                   ACCEPT CONTACT-1-ALT-PHONE OF IN-EMGC
                       OF EMGC-SVC-REQ
               WHEN 'R'
               WHEN 'r'
                   MOVE SPACES TO CONTACT-1-NAME
                       OF IN-EMGC OF EMGC-SVC-REQ
                   MOVE SPACES TO CONTACT-1-RELATION
                       OF IN-EMGC OF EMGC-SVC-REQ
                   MOVE SPACES TO CONTACT-1-PHONE
                       OF IN-EMGC OF EMGC-SVC-REQ
                   MOVE SPACES TO CONTACT-1-ALT-PHONE
                       OF IN-EMGC OF EMGC-SVC-REQ
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           DISPLAY 'Contact 2 - K)eep, C)hange, R)emove: '
               WITH NO ADVANCING
           MOVE 'K' TO WS-EMC-ANS
           ACCEPT WS-EMC-ANS
           EVALUATE WS-EMC-ANS
               WHEN 'C'
               WHEN 'c'
                   DISPLAY 'Name: ' WITH NO ADVANCING
                   ACCEPT CONTACT-2-NAME OF IN-EMGC OF EMGC-SVC-REQ
                   DISPLAY 'Relationship (SP/CH/PA/OT): '
                       WITH NO ADVANCING
                   ACCEPT CONTACT-2-RELATION OF IN-EMGC
                       OF EMGC-SVC-REQ
                   DISPLAY 'Phone: ' WITH NO ADVANCING
                   ACCEPT CONTACT-2-PHONE OF IN-EMGC OF EMGC-SVC-REQ
                   DISPLAY 'Alternate phone (optional): '
                       WITH NO ADVANCING
                   MOVE SPACES TO CONTACT-2-ALT-PHONE
                       OF IN-EMGC OF EMGC-SVC-REQ
                   ACCEPT CONTACT-2-ALT-PHONE OF IN-EMGC
                       OF EMGC-SVC-REQ
               WHEN 'R'
               WHEN 'r'
                   MOVE SPACES TO CONTACT-2-NAME
                       OF IN-EMGC OF EMGC-SVC-REQ
                   MOVE SPACES TO CONTACT-2-RELATION
                       OF IN-EMGC OF EMGC-SVC-REQ
                   MOVE SPACES TO CONTACT-2-PHONE
                       OF IN-EMGC OF EMGC-SVC-REQ
                   MOVE SPACES TO CONTACT-2-ALT-PHONE
                       OF IN-EMGC OF EMGC-SVC-REQ
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           INSPECT CONTACT-1-RELATION OF IN-EMGC OF EMGC-SVC-REQ
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT CONTACT-2-RELATION OF IN-EMGC OF EMGC-SVC-REQ
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           CALL 'EMGC-SVC' USING EMGC-SVC-REQ EMGC-SVC-RES

           IF OK OF EMGC-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF EMGC-SVC-RES
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF EMGC-SVC-RES ')'
               DISPLAY STATUS-MSG OF EMGC-SVC-RES
           END-IF
           .

      * AUDIT-EMERGENCY-ACCESS: The phones and contacts shown on
      * maintenance - personal data, logged as the employee find is.
       AUDIT-EMERGENCY-ACCESS.
           INITIALIZE WS-AUDIT-REC
           INITIALIZE WS-ACCESS-DETAIL
           MOVE 'PERSNL-VIEW' TO ACTION OF WS-AUDIT-REC
           MOVE 'EMC' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE WS-FIND-EMP-ID TO ENTITY-ID OF WS-AUDIT-REC
           SET ACC-AREA-PERSONAL TO TRUE
           MOVE WS-FIND-EMP-ID TO ACC-EMP-ID
           MOVE 'EMERGENCY CONTACT DISPLAY ON MAINTENANCE' TO ACC-NOTE
           PERFORM WRITE-ACCESS-AUDIT
           .

      * SAFETY-CONFIRM-SCREEN: Works one event's roster a person at
      * a time - a supervisor's own people or everyone, optionally
      * only those still unaccounted for - recording each person's
      * status as it is confirmed. A viewer only looks.
       SAFETY-CONFIRM-SCREEN.
           DISPLAY ' '
           DISPLAY 'SAFETY CONFIRMATION'
           DISPLAY '========================================='
           DISPLAY 'Event ID: ' WITH NO ADVANCING
           MOVE SPACES TO WS-SAF-EVENT
           ACCEPT WS-SAF-EVENT
           INSPECT WS-SAF-EVENT
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-SAF-EVENT = SPACES
               DISPLAY 'Event ID is required.'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Supervisor EMP-ID (0 for all): '
               WITH NO ADVANCING
           MOVE 0 TO WS-SAF-MANAGER
           ACCEPT WS-SAF-MANAGER
           DISPLAY 'Unaccounted only? (Y/N): ' WITH NO ADVANCING
           MOVE 'Y' TO WS-SAF-UNACC-ONLY
           ACCEPT WS-SAF-UNACC-ONLY
           IF WS-SAF-UNACC-ONLY = 'y'
               MOVE 'Y' TO WS-SAF-UNACC-ONLY
           END-IF

           MOVE 0 TO WS-SAF-CURSOR
           MOVE 'N' TO WS-SAF-ANS

           PERFORM UNTIL WS-SAF-ANS = 'Q' OR 'q'
               INITIALIZE SAFETY-SVC-REQ
               SET OP-LIST OF SAFETY-SVC-REQ TO TRUE
               MOVE WS-OPERATOR-ID TO USER-ID OF SAFETY-SVC-REQ
               MOVE 'DEMO-CORR-0084' TO CORR-ID OF SAFETY-SVC-REQ
               MOVE WS-SAF-EVENT TO Q-EVENT-ID OF SAFETY-SVC-REQ
               MOVE WS-SAF-CURSOR TO Q-CURSOR OF SAFETY-SVC-REQ
               MOVE WS-SAF-MANAGER
                   TO Q-MANAGER-EMP-ID OF SAFETY-SVC-REQ
               MOVE WS-SAF-UNACC-ONLY
                   TO Q-UNACCOUNTED-ONLY OF SAFETY-SVC-REQ

               CALL 'SAFETY-SVC' USING SAFETY-SVC-REQ SAFETY-SVC-RES

               IF NOT OK OF SAFETY-SVC-RES
                   DISPLAY ' '
                   DISPLAY 'No further roster entries for the event.'
                   MOVE 'Q' TO WS-SAF-ANS
               ELSE
                   MOVE NEXT-CURSOR OF SAFETY-SVC-RES
                       TO WS-SAF-CURSOR
                   MOVE SAFE-EMP-ID OF OUT-SAFETY OF SAFETY-SVC-RES
                       TO WS-SAF-EMP-ID
                   PERFORM SHOW-SAFETY-ENTRY
                   IF OPER-ROLE-VIEWER
                       DISPLAY 'Next/Quit (N/Q): ' WITH NO ADVANCING
                   ELSE
                       DISPLAY 'Safe/Injured/needs Aid/Unaccounted/'
                           'Next/Quit (S/I/A/U/N/Q): '
                           WITH NO ADVANCING
                   END-IF
                   ACCEPT WS-SAF-ANS
                   INSPECT WS-SAF-ANS
                       CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   IF OPER-ROLE-VIEWER AND WS-SAF-ANS NOT = 'Q'
                       MOVE 'N' TO WS-SAF-ANS
                   END-IF
                   IF WS-SAF-ANS = 'S' OR 'I' OR 'A' OR 'U'
                       PERFORM SAFETY-CONFIRM-RECORD
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY ' '
           .

       SHOW-SAFETY-ENTRY.
           EVALUATE TRUE
               WHEN SAFE-CONFIRMED-SAFE OF OUT-SAFETY OF SAFETY-SVC-RES
                   MOVE 'SAFE' TO WS-SAF-STATUS-TEXT
               WHEN SAFE-INJURED OF OUT-SAFETY OF SAFETY-SVC-RES
                   MOVE 'INJURED' TO WS-SAF-STATUS-TEXT
               WHEN SAFE-NEEDS-HELP OF OUT-SAFETY OF SAFETY-SVC-RES
                   MOVE 'NEEDS AID' TO WS-SAF-STATUS-TEXT
               WHEN OTHER
                   MOVE 'UNACCOUNTED' TO WS-SAF-STATUS-TEXT
           END-EVALUATE
           DISPLAY ' '
           DISPLAY 'Emp-ID:    '
               SAFE-EMP-ID OF OUT-SAFETY OF SAFETY-SVC-RES
               '  Site: '
               SAFE-LOCATION-CODE OF OUT-SAFETY OF SAFETY-SVC-RES
               '  Dept: '
               SAFE-DEPT-ID OF OUT-SAFETY OF SAFETY-SVC-RES
               '  Manager: '
               SAFE-MANAGER-EMP-ID OF OUT-SAFETY OF SAFETY-SVC-RES
           DISPLAY 'Status:    ' WS-SAF-STATUS-TEXT
           IF CONFIRMED-BY OF OUT-SAFETY OF SAFETY-SVC-RES
                   NOT = SPACES
               DISPLAY 'Confirmed: '
                   CONFIRMED-BY OF OUT-SAFETY OF SAFETY-SVC-RES
                   ' at '
                   CONFIRMED-AT OF OUT-SAFETY OF SAFETY-SVC-RES
           END-IF
           IF SAFE-NOTE OF OUT-SAFETY OF SAFETY-SVC-RES NOT = SPACES
               DISPLAY 'Note:      '
                   SAFE-NOTE OF OUT-SAFETY OF SAFETY-SVC-RES
           END-IF
           .

      * SAFETY-CONFIRM-RECORD: Records the status keyed; going back
      * to unaccounted needs a note saying why.
       SAFETY-CONFIRM-RECORD.
           INITIALIZE SAFETY-SVC-REQ
           SET OP-RECORD OF SAFETY-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF SAFETY-SVC-REQ
           MOVE 'DEMO-CORR-0084' TO CORR-ID OF SAFETY-SVC-REQ
           MOVE WS-SAF-EVENT TO Q-EVENT-ID OF SAFETY-SVC-REQ
           MOVE WS-SAF-EMP-ID TO Q-EMP-ID OF SAFETY-SVC-REQ
           MOVE WS-SAF-ANS TO Q-STATUS OF SAFETY-SVC-REQ
           IF WS-SAF-ANS = 'U'
               DISPLAY 'Note (why it is reopened): ' WITH NO ADVANCING
           ELSE
               DISPLAY 'Note (optional): ' WITH NO ADVANCING
           END-IF
           MOVE SPACES TO Q-NOTE OF SAFETY-SVC-REQ
           ACCEPT Q-NOTE OF SAFETY-SVC-REQ

           CALL 'SAFETY-SVC' USING SAFETY-SVC-REQ SAFETY-SVC-RES

           IF OK OF SAFETY-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF SAFETY-SVC-RES
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF SAFETY-SVC-RES ')'
               DISPLAY STATUS-MSG OF SAFETY-SVC-RES
           END-IF
           MOVE 'N' TO WS-SAF-ANS
           .

      * MDREQ-SCREEN: The items of master data each company needs
      * on file for each employee type, who owns getting them there,
      * and how long after hire they may be missing. MDSCORE scores
      * the employee master against this list.
       MDREQ-SCREEN.
           DISPLAY ' '
           DISPLAY 'MASTER DATA REQUIRED ITEMS'
           DISPLAY '========================================='
           DISPLAY '1. List Required Items'
           DISPLAY '2. Add / Change Required Item'
           DISPLAY '3. Remove Required Item'
           DISPLAY 'B. Back'
           DISPLAY 'Enter your choice: ' WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANS

           EVALUATE WS-CONFIRM-ANS
               WHEN '1'
                   PERFORM MDREQ-LIST
               WHEN '2'
                   INITIALIZE MDREQ-SVC-REQ
                   SET OP-PUT OF MDREQ-SVC-REQ TO TRUE
                   PERFORM MDREQ-CHANGE
               WHEN '3'
                   INITIALIZE MDREQ-SVC-REQ
                   SET OP-DELETE OF MDREQ-SVC-REQ TO TRUE
                   PERFORM MDREQ-CHANGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           DISPLAY ' '
           .

       MDREQ-LIST.
           MOVE SPACES TO WS-QL-CURSOR
           MOVE 'Y' TO WS-QL-ANS
           DISPLAY 'CO TYPE ITEM OWNER GRACE'

           PERFORM UNTIL WS-QL-ANS NOT = 'Y'
               INITIALIZE MDREQ-SVC-REQ
               SET OP-LIST OF MDREQ-SVC-REQ TO TRUE
               MOVE WS-OPERATOR-ID TO USER-ID OF MDREQ-SVC-REQ
               MOVE 'DEMO-CORR-0075' TO CORR-ID OF MDREQ-SVC-REQ
               MOVE WS-QL-CURSOR(1:7) TO Q-CURSOR OF MDREQ-SVC-REQ

               CALL 'MDREQ-SVC' USING MDREQ-SVC-REQ MDREQ-SVC-RES

               IF OK OF MDREQ-SVC-RES
                   MOVE NEXT-CURSOR OF MDREQ-SVC-RES TO WS-QL-CURSOR
                   DISPLAY MDR-COMPANY OF OUT-MDREQ OF MDREQ-SVC-RES
                       '  ' MDR-EMP-TYPE OF OUT-MDREQ OF MDREQ-SVC-RES
                       '    ' MDR-ITEM-CODE OF OUT-MDREQ
                           OF MDREQ-SVC-RES
                       '   ' MDR-OWNER OF OUT-MDREQ OF MDREQ-SVC-RES
                       '   ' MDR-GRACE-DAYS OF OUT-MDREQ
                           OF MDREQ-SVC-RES
                   IF NOT MORE-RESULTS OF MDREQ-SVC-RES
                       DISPLAY 'End of required items.'
                       MOVE 'N' TO WS-QL-ANS
                   END-IF
               ELSE
                   DISPLAY STATUS-MSG OF MDREQ-SVC-RES
                   MOVE 'N' TO WS-QL-ANS
               END-IF
           END-PERFORM
           .

      * MDREQ-CHANGE: Puts or removes one company/type/item - the
      * operation is set by the caller. A put on an item already on
      * file replaces its owner and grace days.
       MDREQ-CHANGE.
           MOVE WS-OPERATOR-ID TO USER-ID OF MDREQ-SVC-REQ
           MOVE 'DEMO-CORR-0075' TO CORR-ID OF MDREQ-SVC-REQ

           DISPLAY 'Company code (blank = every company): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           MOVE WS-UPDATE-FIELD(1:2)
               TO MDR-COMPANY OF IN-MDREQ OF MDREQ-SVC-REQ
           DISPLAY 'Employee type F/P/C (blank = every type): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           MOVE WS-UPDATE-FIELD(1:1)
               TO MDR-EMP-TYPE OF IN-MDREQ OF MDREQ-SVC-REQ
           DISPLAY 'Item BANK MYNO SIGR GRAD LOCN SCHD COMM DEPN: '
               WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           MOVE WS-UPDATE-FIELD(1:4)
               TO MDR-ITEM-CODE OF IN-MDREQ OF MDREQ-SVC-REQ

           IF OP-PUT OF MDREQ-SVC-REQ
               DISPLAY 'Owner H=HR P=Payroll E=Employee: '
                   WITH NO ADVANCING
               MOVE SPACES TO WS-UPDATE-FIELD
               ACCEPT WS-UPDATE-FIELD
               MOVE WS-UPDATE-FIELD(1:1)
                   TO MDR-OWNER OF IN-MDREQ OF MDREQ-SVC-REQ
               DISPLAY 'Grace days after hire, 3 digits'
               DISPLAY '  (blank = run default): ' WITH NO ADVANCING
               MOVE SPACES TO WS-UPDATE-FIELD
               ACCEPT WS-UPDATE-FIELD
               IF WS-UPDATE-FIELD(1:3) IS NUMERIC
                   MOVE WS-UPDATE-FIELD(1:3)
                       TO MDR-GRACE-DAYS OF IN-MDREQ OF MDREQ-SVC-REQ
               ELSE
                   MOVE 0
                       TO MDR-GRACE-DAYS OF IN-MDREQ OF MDREQ-SVC-REQ
               END-IF
           END-IF

           CALL 'MDREQ-SVC' USING MDREQ-SVC-REQ MDREQ-SVC-RES

           DISPLAY ' '
           IF OK OF MDREQ-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF MDREQ-SVC-RES
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF MDREQ-SVC-RES ')'
               DISPLAY STATUS-MSG OF MDREQ-SVC-RES
           END-IF
           .

      * CONVERSION-SCREEN: The five-year rule for one fixed-term
      * employee - the chain CONTRACT-SVC totals (start after any
      * cooling-off reset, length, the right held or arising with
      * the next renewal), and recording the employee's request to
      * convert, which ends the chain with the current term and
      * queues the move to the new employee type for the day after
      * it ends. CONV5RPT lists everyone the rule is reaching.
       CONVERSION-SCREEN.
           DISPLAY ' '
           DISPLAY 'INDEFINITE-TERM CONVERSION (FIVE-YEAR RULE)'
           DISPLAY '========================================='
           DISPLAY '1. Show Contract Chain / Conversion Right'
           DISPLAY '2. Record Conversion Request'
           DISPLAY 'B. Back'
           DISPLAY 'Enter your choice: ' WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANS

           EVALUATE WS-CONFIRM-ANS
               WHEN '1'
                   PERFORM CONVERSION-SHOW
               WHEN '2'
                   PERFORM CONVERSION-REQUEST
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           DISPLAY ' '
           .

       CONVERSION-SHOW.
           DISPLAY 'Employee ID: ' WITH NO ADVANCING
           ACCEPT WS-FIND-EMP-ID

           INITIALIZE CONTRACT-SVC-REQ
           INITIALIZE CONTRACT-SVC-RES
           SET OP-TENURE OF CONTRACT-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF CONTRACT-SVC-REQ
           MOVE 'DEMO-CORR-0076' TO CORR-ID OF CONTRACT-SVC-REQ
           MOVE WS-FIND-EMP-ID TO Q-EMP-ID OF CONTRACT-SVC-REQ

           CALL 'CONTRACT-SVC' USING CONTRACT-SVC-REQ CONTRACT-SVC-RES

           DISPLAY ' '
           IF NOT OK OF CONTRACT-SVC-RES
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF CONTRACT-SVC-RES ')'
               DISPLAY STATUS-MSG OF CONTRACT-SVC-RES
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Latest term:  '
               CONTRACT-START OF OUT-CONTRACT OF CONTRACT-SVC-RES
               ' - '
               CONTRACT-END OF OUT-CONTRACT OF CONTRACT-SVC-RES
               '  status '
               CONTRACT-STATUS OF OUT-CONTRACT OF CONTRACT-SVC-RES
           DISPLAY 'Renewals:     '
               RENEWAL-COUNT OF OUT-CONTRACT OF CONTRACT-SVC-RES
           DISPLAY 'Chain from:   ' OUT-CHAIN-START OF CONTRACT-SVC-RES
           DISPLAY 'Total:        '
               OUT-TENURE-MONTHS OF CONTRACT-SVC-RES ' months '
               OUT-TENURE-DAYS OF CONTRACT-SVC-RES ' days'
           EVALUATE TRUE
               WHEN CONTRACT-CONVERTED OF OUT-CONTRACT
                       OF CONTRACT-SVC-RES
                   DISPLAY 'Converted:    requested '
                       CONV-REQUEST-DATE OF OUT-CONTRACT
                           OF CONTRACT-SVC-RES
                       ', type '
                       CONV-NEW-EMP-TYPE OF OUT-CONTRACT
                           OF CONTRACT-SVC-RES
                       ' from '
                       CONV-EFFECTIVE-DATE OF OUT-CONTRACT
                           OF CONTRACT-SVC-RES
               WHEN RIGHT-HELD OF CONTRACT-SVC-RES
                   DISPLAY 'Right:        HELD since '
                       OUT-RIGHT-DATE OF CONTRACT-SVC-RES
               WHEN RIGHT-NEXT-TERM OF CONTRACT-SVC-RES
                   DISPLAY 'Right:        arises with renewal from '
                       OUT-RIGHT-DATE OF CONTRACT-SVC-RES
               WHEN RIGHT-EXEMPT OF CONTRACT-SVC-RES
                   DISPLAY 'Right:        none - re-engagement after '
                       'retirement'
               WHEN OTHER
                   DISPLAY 'Right:        not yet'
           END-EVALUATE
           .

       CONVERSION-REQUEST.
           INITIALIZE CONTRACT-SVC-REQ
           INITIALIZE CONTRACT-SVC-RES
           SET OP-CONVERT OF CONTRACT-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF CONTRACT-SVC-REQ
           MOVE 'DEMO-CORR-0076' TO CORR-ID OF CONTRACT-SVC-REQ

           DISPLAY 'Employee ID: ' WITH NO ADVANCING
           ACCEPT Q-EMP-ID OF CONTRACT-SVC-REQ
           DISPLAY 'Date of request YYYYMMDD: ' WITH NO ADVANCING
           ACCEPT Q-REQUEST-DATE OF CONTRACT-SVC-REQ
           DISPLAY 'New Employee Type F=Full P=Part (blank = F): '
               WITH NO ADVANCING
           ACCEPT Q-NEW-EMP-TYPE OF CONTRACT-SVC-REQ

           CALL 'CONTRACT-SVC' USING CONTRACT-SVC-REQ CONTRACT-SVC-RES

           DISPLAY ' '
           IF OK OF CONTRACT-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF CONTRACT-SVC-RES
               DISPLAY 'Fixed-term chain ends '
                   CONTRACT-END OF OUT-CONTRACT OF CONTRACT-SVC-RES
               DISPLAY 'Employee type '
                   CONV-NEW-EMP-TYPE OF OUT-CONTRACT
                       OF CONTRACT-SVC-RES
                   ' from '
                   CONV-EFFECTIVE-DATE OF OUT-CONTRACT
                       OF CONTRACT-SVC-RES
                   ' (pending transaction '
                   CONV-TX-ID OF OUT-CONTRACT OF CONTRACT-SVC-RES ')'
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF CONTRACT-SVC-RES ')'
               DISPLAY STATUS-MSG OF CONTRACT-SVC-RES
           END-IF
           .

      * ACQUIRE-RECORD-LOCK: Takes the WS-LOCK-TYPE/WS-LOCK-ID lock
      * for the operator before an update screen starts its keying.
      * A refusal names the holder; a LOCK-SVC failure (file error)
      * does not block the update - the optimistic version check
      * still backstops it.
       ACQUIRE-RECORD-LOCK.
           INITIALIZE LOCK-SVC-REQ
           MOVE 'A' TO OP-CODE OF LOCK-SVC-REQ
           MOVE WS-OPERATOR-ID TO USER-ID OF LOCK-SVC-REQ
           MOVE 'LOCK' TO CORR-ID OF LOCK-SVC-REQ
           MOVE WS-LOCK-TYPE TO Q-ENTITY-TYPE OF LOCK-SVC-REQ
           MOVE WS-LOCK-ID TO Q-ENTITY-ID OF LOCK-SVC-REQ

           CALL 'LOCK-SVC' USING LOCK-SVC-REQ LOCK-SVC-RES

           IF CONFLICT OF LOCK-SVC-RES
               SET RECORD-LOCK-REFUSED TO TRUE
               DISPLAY ' '
               DISPLAY STATUS-MSG OF LOCK-SVC-RES
               DISPLAY ' '
           ELSE
               SET RECORD-LOCK-HELD TO TRUE
           END-IF
           .

       RELEASE-RECORD-LOCK.
           INITIALIZE LOCK-SVC-REQ
           MOVE 'R' TO OP-CODE OF LOCK-SVC-REQ
           MOVE WS-OPERATOR-ID TO USER-ID OF LOCK-SVC-REQ
           MOVE 'LOCK' TO CORR-ID OF LOCK-SVC-REQ
           MOVE WS-LOCK-TYPE TO Q-ENTITY-TYPE OF LOCK-SVC-REQ
           MOVE WS-LOCK-ID TO Q-ENTITY-ID OF LOCK-SVC-REQ

           CALL 'LOCK-SVC' USING LOCK-SVC-REQ LOCK-SVC-RES
           .

      * LOCK-MANAGEMENT-SCREEN: Lists every lock held (who, what,
      * since when) and offers the cleanup that releases a dead
      * session's locks.
       LOCK-MANAGEMENT-SCREEN.
           DISPLAY ' '
           DISPLAY 'LOCK INQUIRY / CLEANUP'
           DISPLAY '========================================='

           INITIALIZE LOCK-SVC-REQ
           MOVE 'Y' TO WS-CONFIRM-ANS
           PERFORM UNTIL WS-CONFIRM-ANS NOT = 'Y'
                   AND WS-CONFIRM-ANS NOT = 'y'
               MOVE 'S' TO OP-CODE OF LOCK-SVC-REQ
               MOVE WS-OPERATOR-ID TO USER-ID OF LOCK-SVC-REQ
               MOVE 'LOCK' TO CORR-ID OF LOCK-SVC-REQ

               CALL 'LOCK-SVC' USING LOCK-SVC-REQ LOCK-SVC-RES

               IF OK OF LOCK-SVC-RES
                   DISPLAY '  ' OUT-ENTITY-TYPE OF LOCK-SVC-RES
                       ' ' OUT-ENTITY-ID OF LOCK-SVC-RES
                       ' held by ' OUT-HOLDER OF LOCK-SVC-RES
                       ' since ' OUT-LOCKED-AT OF LOCK-SVC-RES
                   MOVE OUT-ENTITY-TYPE OF LOCK-SVC-RES
                       TO Q-CURSOR-TYPE OF LOCK-SVC-REQ
                   MOVE OUT-ENTITY-ID OF LOCK-SVC-RES
                       TO Q-CURSOR-ID OF LOCK-SVC-REQ
                   DISPLAY 'Show next lock? (Y/N): '
                       WITH NO ADVANCING
                   ACCEPT WS-CONFIRM-ANS
               ELSE
                   DISPLAY '  (no further locks)'
                   MOVE 'N' TO WS-CONFIRM-ANS
               END-IF
           END-PERFORM

           DISPLAY 'Release all locks of an operator? (Y/N): '
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANS
           IF WS-CONFIRM-ANS = 'Y' OR 'y'
               DISPLAY 'Operator ID: ' WITH NO ADVANCING
               MOVE SPACES TO WS-CLEAN-HOLDER
               ACCEPT WS-CLEAN-HOLDER

               INITIALIZE LOCK-SVC-REQ
               MOVE 'C' TO OP-CODE OF LOCK-SVC-REQ
               MOVE WS-OPERATOR-ID TO USER-ID OF LOCK-SVC-REQ
               MOVE 'LOCK' TO CORR-ID OF LOCK-SVC-REQ
               MOVE WS-CLEAN-HOLDER TO Q-HOLDER OF LOCK-SVC-REQ

               CALL 'LOCK-SVC' USING LOCK-SVC-REQ LOCK-SVC-RES

               IF OK OF LOCK-SVC-RES
                   DISPLAY 'Locks released: '
                       CLEANED-COUNT OF LOCK-SVC-RES
               ELSE
                   DISPLAY 'ERROR: ' STATUS-MSG OF LOCK-SVC-RES
               END-IF
           END-IF
           DISPLAY ' '
           .

      * HOLIDAY-CALENDAR-SCREEN: Lists a year's holidays and appends
      * new ones - the calendar DATE-UTIL's business-day operations
      * (and through them PAY-SVC's pay-date adjustment) read.
       HOLIDAY-CALENDAR-SCREEN.
           DISPLAY ' '
           DISPLAY 'HOLIDAY CALENDAR'
           DISPLAY '========================================='

           DISPLAY 'Year to list (YYYY): ' WITH NO ADVANCING
           MOVE SPACES TO WS-HOL-YEAR
           ACCEPT WS-HOL-YEAR

           MOVE 0 TO WS-HOL-COUNT
           OPEN INPUT HOLIDAY-FILE
           IF HOL-FILE-OK
               PERFORM UNTIL HOL-FILE-EOF
                   READ HOLIDAY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF HOL-DATE(1:4) = WS-HOL-YEAR
                               ADD 1 TO WS-HOL-COUNT
                               DISPLAY '  ' HOL-DATE ' ' HOL-NAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF

           IF WS-HOL-COUNT = 0
               DISPLAY 'No holidays on file for that year.'
           END-IF

           DISPLAY 'Add a holiday? (Y/N): ' WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANS

           PERFORM UNTIL WS-CONFIRM-ANS NOT = 'Y'
                   AND WS-CONFIRM-ANS NOT = 'y'
               DISPLAY 'Holiday date YYYYMMDD: ' WITH NO ADVANCING
               MOVE 0 TO WS-HOL-DATE
               ACCEPT WS-HOL-DATE

               OPEN EXTEND HOLIDAY-FILE
               IF HOL-FILE-NOT-FOUND
                   CLOSE HOLIDAY-FILE
                   OPEN OUTPUT HOLIDAY-FILE
               END-IF
               MOVE SPACES TO HOLIDAY-RECORD
               MOVE WS-HOL-DATE TO HOL-DATE
               DISPLAY 'Holiday name: ' WITH NO ADVANCING
               ACCEPT HOL-NAME
               WRITE HOLIDAY-RECORD
               CLOSE HOLIDAY-FILE
               DISPLAY 'Holiday recorded.'

               DISPLAY 'Add another? (Y/N): ' WITH NO ADVANCING
               ACCEPT WS-CONFIRM-ANS
           END-PERFORM
           DISPLAY ' '
           .

      * CONFIG-MAINT-SCREEN: View and change the persisted system
      * configuration - the settings every service overlays onto its
      * compiled-in defaults at startup. Admin only; changes are
      * validated (a CLOSED-PERIOD-THRU in the future, or a policy
      * letter outside its domain, cannot be saved) and audit-logged
      * with before/after images.
       CONFIG-MAINT-SCREEN.
           IF NOT OPER-ROLE-ADMIN
               DISPLAY 'Not authorized - admin role required.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY 'SYSTEM CONFIGURATION'
           DISPLAY '========================================='

           MOVE 'L' TO WS-CONFIG-IO-OP
           CALL 'CONFIG-IO' USING WS-CONFIG-IO-OP CONFIG
                                  WS-CONFIG-IO-STATUS
           MOVE CONFIG TO WS-CONFIG-BEFORE

           DISPLAY 'Rounding Mode:      ' ROUNDING-MODE OF CONFIG
           DISPLAY 'Closed Period Thru: ' CLOSED-PERIOD-THRU OF CONFIG
           DISPLAY 'FX Enabled:         ' FX-ENABLED OF CONFIG
           DISPLAY 'Capacity Policy:    ' CAPACITY-POLICY OF CONFIG
           DISPLAY 'Duplicate Policy:   ' DUPLICATE-POLICY OF CONFIG
           DISPLAY 'PII Retention Days: ' PII-RETENTION-DAYS OF CONFIG
           DISPLAY 'Postal Policy:      ' POSTAL-POLICY OF CONFIG
           DISPLAY 'Bank Dir Policy:    ' BANKDIR-POLICY OF CONFIG
           DISPLAY 'Dormant Oper Days:  ' OPER-DORMANT-DAYS OF CONFIG
           DISPLAY 'TC Exc Policy:      ' TCEXC-POLICY OF CONFIG
           DISPLAY ' '
           DISPLAY 'Change settings? (Y/N): ' WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANS
           IF WS-CONFIRM-ANS NOT = 'Y' AND WS-CONFIRM-ANS NOT = 'y'
               DISPLAY ' '
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DIVIDE WS-TODAY-DATE BY 100 GIVING WS-TODAY-MONTH

           DISPLAY 'Rounding Mode (U/D/N, blank to keep): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-CFG-FIELD
           ACCEPT WS-CFG-FIELD
           IF WS-CFG-FIELD(1:1) = 'U' OR 'D' OR 'N'
               MOVE WS-CFG-FIELD(1:1) TO ROUNDING-MODE OF CONFIG
           END-IF

           DISPLAY 'Closed Period Thru YYYYMM (0 to keep): '
               WITH NO ADVANCING
           MOVE 0 TO WS-CFG-PERIOD
           ACCEPT WS-CFG-PERIOD
           IF WS-CFG-PERIOD NOT = 0
               IF WS-CFG-PERIOD > WS-TODAY-MONTH
                   DISPLAY 'Rejected - cannot close a future period.'
               ELSE
                   MOVE WS-CFG-PERIOD
                       TO CLOSED-PERIOD-THRU OF CONFIG
               END-IF
           END-IF

           DISPLAY 'FX Enabled (Y/N, blank to keep): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-CFG-FIELD
           ACCEPT WS-CFG-FIELD
           IF WS-CFG-FIELD(1:1) = 'Y' OR 'N'
               MOVE WS-CFG-FIELD(1:1) TO FX-ENABLED OF CONFIG
           END-IF

           DISPLAY 'Capacity Policy (W/B, blank to keep): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-CFG-FIELD
           ACCEPT WS-CFG-FIELD
           IF WS-CFG-FIELD(1:1) = 'W' OR 'B'
               MOVE WS-CFG-FIELD(1:1) TO CAPACITY-POLICY OF CONFIG
           END-IF

           DISPLAY 'Duplicate Policy (W/B, blank to keep): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-CFG-FIELD
           ACCEPT WS-CFG-FIELD
           IF WS-CFG-FIELD(1:1) = 'W' OR 'B'
               MOVE WS-CFG-FIELD(1:1) TO DUPLICATE-POLICY OF CONFIG
           END-IF

           DISPLAY 'PII Retention Days (9999 to keep): '
               WITH NO ADVANCING
           MOVE 9999 TO WS-CFG-DAYS
           ACCEPT WS-CFG-DAYS
           IF WS-CFG-DAYS NOT = 9999
               MOVE WS-CFG-DAYS TO PII-RETENTION-DAYS OF CONFIG
           END-IF

           DISPLAY 'Postal Policy (W/B, blank to keep): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-CFG-FIELD
           ACCEPT WS-CFG-FIELD
           IF WS-CFG-FIELD(1:1) = 'W' OR 'B'
               MOVE WS-CFG-FIELD(1:1) TO POSTAL-POLICY OF CONFIG
           END-IF

           DISPLAY 'Bank Dir Policy (W/B, blank to keep): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-CFG-FIELD
           ACCEPT WS-CFG-FIELD
           IF WS-CFG-FIELD(1:1) = 'W' OR 'B'
               MOVE WS-CFG-FIELD(1:1) TO BANKDIR-POLICY OF CONFIG
           END-IF

           DISPLAY 'Dormant Operator Days (9999 to keep): '
               WITH NO ADVANCING
           MOVE 9999 TO WS-CFG-DAYS
           ACCEPT WS-CFG-DAYS
           IF WS-CFG-DAYS NOT = 9999
               MOVE WS-CFG-DAYS TO OPER-DORMANT-DAYS OF CONFIG
           END-IF

           DISPLAY 'Timecard Exception Policy (W/B, blank to keep): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-CFG-FIELD
           ACCEPT WS-CFG-FIELD
           IF WS-CFG-FIELD(1:1) = 'W' OR 'B'
               MOVE WS-CFG-FIELD(1:1) TO TCEXC-POLICY OF CONFIG
           END-IF

           MOVE 'S' TO WS-CONFIG-IO-OP
           CALL 'CONFIG-IO' USING WS-CONFIG-IO-OP CONFIG
                                  WS-CONFIG-IO-STATUS

           DISPLAY ' '
           IF WS-CONFIG-IO-STATUS = 0
               DISPLAY 'Configuration saved.'
      *        Audit log with before/after images
               INITIALIZE WS-AUDIT-REC
               MOVE 'CONFIG' TO ACTION OF WS-AUDIT-REC
               MOVE 'CFG' TO ENTITY-TYPE OF WS-AUDIT-REC
               MOVE 0 TO ENTITY-ID OF WS-AUDIT-REC
               MOVE WS-OPERATOR-ID TO USER-ID OF WS-AUDIT-REC
               MOVE WS-CONFIG-BEFORE TO BEFORE-VALUE OF WS-AUDIT-REC
               MOVE CONFIG TO AFTER-VALUE OF WS-AUDIT-REC
               CALL 'AUDIT-LOG' USING WS-AUDIT-REC
           ELSE
               DISPLAY 'ERROR: configuration could not be saved.'
           END-IF
           DISPLAY ' '
           .

      * APPROVAL-WORKLIST-SCREEN: Lists every PAY-CALCULATED record
      * awaiting approval (optionally one period) and lets the
      * operator approve or reject straight from the list - no more
      * hunting PAY-IDs. Approval goes through PAY-SVC, which
      * rejects self-approval of a record the same operator created.
       APPROVAL-WORKLIST-SCREEN.
           DISPLAY ' '
           DISPLAY 'APPROVAL WORKLIST'
           DISPLAY '========================================='
           DISPLAY 'Pay Period filter YYYYMM (blank for all): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-WORKLIST-PERIOD
           ACCEPT WS-WORKLIST-PERIOD

           MOVE SPACES TO WS-WORKLIST-CURSOR
           MOVE 'Y' TO WS-CONFIRM-ANS

           PERFORM UNTIL WS-CONFIRM-ANS = 'Q' OR 'q'
               INITIALIZE PAY-SVC-REQ
               MOVE 'W' TO OP-CODE OF PAY-SVC-REQ
               MOVE WS-OPERATOR-ID TO USER-ID OF PAY-SVC-REQ
               MOVE 'DEMO-CORR-0031' TO CORR-ID OF PAY-SVC-REQ
               MOVE WS-WORKLIST-CURSOR TO Q-PAY-ID OF PAY-SVC-REQ
               MOVE WS-WORKLIST-PERIOD
                   TO Q-PAY-PERIOD OF PAY-SVC-REQ

               CALL 'PAY-SVC' USING PAY-SVC-REQ PAY-SVC-RES

               IF NOT OK OF PAY-SVC-RES
                   DISPLAY ' '
                   DISPLAY 'No further payrolls awaiting approval.'
                   MOVE 'Q' TO WS-CONFIRM-ANS
               ELSE
                   MOVE PAY-ID OF OUT-PAY OF PAY-SVC-RES
                       TO WS-WORKLIST-CURSOR
                   DISPLAY ' '
                   DISPLAY 'Pay-ID:  '
                       PAY-ID OF OUT-PAY OF PAY-SVC-RES
                   DISPLAY 'Emp-ID:  '
                       EMP-ID OF OUT-PAY OF PAY-SVC-RES
                       '  Period: '
                       PAY-PERIOD OF OUT-PAY OF PAY-SVC-RES
                   DISPLAY 'Gross:   '
                       GROSS-PAY OF OUT-PAY OF PAY-SVC-RES
                   DISPLAY 'Net:     '
                       NET-PAY OF OUT-PAY OF PAY-SVC-RES
                   DISPLAY 'Created: '
                       CREATED-BY OF OUT-PAY OF PAY-SVC-RES
                   DISPLAY 'Approve/Reject/Next/Quit (A/R/N/Q): '
                       WITH NO ADVANCING
                   ACCEPT WS-CONFIRM-ANS
                   EVALUATE WS-CONFIRM-ANS
                       WHEN 'A'
                       WHEN 'a'
                           PERFORM WORKLIST-APPROVE-ONE
                       WHEN 'R'
                       WHEN 'r'
                           PERFORM WORKLIST-REJECT-ONE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           DISPLAY ' '
           .

       WORKLIST-APPROVE-ONE.
           INITIALIZE PAY-SVC-REQ
           MOVE 'P' TO OP-CODE OF PAY-SVC-REQ
           MOVE WS-OPERATOR-ID TO USER-ID OF PAY-SVC-REQ
           MOVE 'DEMO-CORR-0031' TO CORR-ID OF PAY-SVC-REQ
           MOVE WS-WORKLIST-CURSOR TO Q-PAY-ID OF PAY-SVC-REQ

           CALL 'PAY-SVC' USING PAY-SVC-REQ PAY-SVC-RES

           IF OK OF PAY-SVC-RES
               DISPLAY 'Approved.'
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF PAY-SVC-RES ')'
               DISPLAY STATUS-MSG OF PAY-SVC-RES
           END-IF
           MOVE 'N' TO WS-CONFIRM-ANS
           .

       WORKLIST-REJECT-ONE.
           INITIALIZE PAY-SVC-REQ
           MOVE 'V' TO OP-CODE OF PAY-SVC-REQ
           MOVE WS-OPERATOR-ID TO USER-ID OF PAY-SVC-REQ
           MOVE 'DEMO-CORR-0031' TO CORR-ID OF PAY-SVC-REQ
           MOVE WS-WORKLIST-CURSOR TO Q-PAY-ID OF PAY-SVC-REQ

           DISPLAY 'Reject Reason: ' WITH NO ADVANCING
           ACCEPT Q-VOID-REASON OF PAY-SVC-REQ

           CALL 'PAY-SVC' USING PAY-SVC-REQ PAY-SVC-RES

           IF OK OF PAY-SVC-RES
               DISPLAY 'Rejected (voided).'
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF PAY-SVC-RES ')'
               DISPLAY STATUS-MSG OF PAY-SVC-RES
           END-IF
           MOVE 'N' TO WS-CONFIRM-ANS
           .

      * REPORT-CATALOG-SCREEN: The catalog RPT-PRINT keeps per run -
      * lists what was produced (name, period parameter, run date,
      * operator, pages), and reprints a cataloged copy by
      * generation: the kept file re-emitted as it was, rather than
      * rerunning the report against data that has since changed.
       REPORT-CATALOG-SCREEN.
           DISPLAY ' '
           DISPLAY 'REPORT CATALOG'
           DISPLAY '========================================='

           OPEN INPUT RPTCAT-FILE
           IF CAT-FILE-NOT-FOUND
               DISPLAY 'No cataloged reports yet.'
               DISPLAY ' '
               EXIT PARAGRAPH
           END-IF
           IF NOT CAT-FILE-OK
               DISPLAY 'Cannot open the report catalog.'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL CAT-FILE-EOF
               READ RPTCAT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       DISPLAY 'GEN ' CAT-GEN
                           ' ' CAT-NAME
                           ' PERIOD ' CAT-PERIOD
                           ' RUN ' CAT-RUN-DATE '/' CAT-RUN-TIME
                           ' BY ' CAT-OPERATOR
                           ' PAGES ' CAT-PAGES
               END-READ
           END-PERFORM

           CLOSE RPTCAT-FILE

           DISPLAY 'Reprint a generation? (Y/N): '
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANS
           IF WS-CONFIRM-ANS = 'Y' OR 'y'
               PERFORM REPORT-REPRINT
           END-IF
           DISPLAY ' '
           .

       REPORT-REPRINT.
           DISPLAY 'Generation number: ' WITH NO ADVANCING
           MOVE 0 TO WS-CAT-PICK-GEN
           ACCEPT WS-CAT-PICK-GEN

      *    Resolve the generation's report name from the catalog
           MOVE SPACES TO WS-CAT-PICK-NAME
           OPEN INPUT RPTCAT-FILE
           IF NOT CAT-FILE-OK
               DISPLAY 'Cannot open the report catalog.'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CAT-FILE-EOF
               READ RPTCAT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CAT-GEN = WS-CAT-PICK-GEN
                           MOVE CAT-NAME TO WS-CAT-PICK-NAME
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RPTCAT-FILE

           IF WS-CAT-PICK-NAME = SPACES
               DISPLAY 'Generation not in the catalog.'
               EXIT PARAGRAPH
           END-IF

      *    Kept copies are stored as printed - a register produced
      *    by a payroll operator carries the figures unmasked, so a
      *    viewer may only re-emit the reports known to carry no
      *    salary amounts. Anything not on the list - the payroll
      *    register, the bonus calculation, the SI reconciliations,
      *    the audit images, whatever is cataloged next - is refused
      *    rather than leaked by omission.
           IF OPER-ROLE-VIEWER
               PERFORM CHECK-VIEWER-SAFE-REPORT
               IF NOT VIEWER-SAFE-REPORT
                   DISPLAY 'Not authorized - this report may carry'
                   DISPLAY 'figures the viewer role may not see.'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-CAT-PICK-GEN TO WS-CAT-GEN-DISPLAY
           MOVE SPACES TO WS-REPRINT-PATH
           STRING 'hr-cobol/data/reports/'
                  WS-CAT-PICK-NAME DELIMITED BY SPACE
                  '_' WS-CAT-GEN-DISPLAY '.rpt' DELIMITED BY SIZE
               INTO WS-REPRINT-PATH

           OPEN INPUT REPRINT-FILE
           IF NOT RPR-FILE-OK
               DISPLAY 'Kept copy not found: ' WS-REPRINT-PATH
               EXIT PARAGRAPH
           END-IF

           DISPLAY '----- REPRINT OF GENERATION '
               WS-CAT-GEN-DISPLAY ' -----'
           PERFORM UNTIL RPR-FILE-EOF
               READ REPRINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       DISPLAY REPRINT-RECORD
               END-READ
           END-PERFORM
           CLOSE REPRINT-FILE
           DISPLAY '----- END OF REPRINT -----'
           .

      * CHECK-VIEWER-SAFE-REPORT: The allow-list of reports a
      * viewer may re-emit from the catalog - operational listings
      * that carry no salary or award amounts and no record images.
      * Everything else, present or future, is refused by default.
       CHECK-VIEWER-SAFE-REPORT.
           EVALUATE WS-CAT-PICK-NAME
               WHEN 'ATTREG'
               WHEN 'BATTREND'
               WHEN 'DEPTRPT'
               WHEN 'DISRATE'
               WHEN 'LEAVE5'
               WHEN 'LVEXEMPT'
               WHEN 'MGRRPT'
               WHEN 'ORGRPT'
               WHEN 'OT36CHK'
               WHEN 'TERMRPT'
                   SET VIEWER-SAFE-REPORT TO TRUE
               WHEN OTHER
                   SET VIEWER-UNSAFE-REPORT TO TRUE
           END-EVALUATE
           .

      * TRANSMISSION-SCREEN: The transmission register - list the
      * registered generations (E shows only the exceptions: files
      * created but never confirmed sent), and mark one transmitted
      * or acknowledged.
       TRANSMISSION-SCREEN.
           DISPLAY ' '
           DISPLAY 'TRANSMISSION REGISTER'
           DISPLAY '========================================='
           DISPLAY 'L)ist all, E)xceptions only, M)ark, Q)uit: '
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANS

           EVALUATE WS-CONFIRM-ANS
               WHEN 'L'
               WHEN 'l'
                   MOVE 'N' TO WS-XMIT-EXC-ONLY
                   PERFORM TRANSMISSION-LIST
               WHEN 'E'
               WHEN 'e'
                   MOVE 'Y' TO WS-XMIT-EXC-ONLY
                   PERFORM TRANSMISSION-LIST
               WHEN 'M'
               WHEN 'm'
                   PERFORM TRANSMISSION-MARK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           DISPLAY ' '
           .

       TRANSMISSION-LIST.
           MOVE 0 TO WS-XMIT-CURSOR
           MOVE 'Y' TO WS-PTX-ANS

           PERFORM UNTIL WS-PTX-ANS NOT = 'Y'
                   AND WS-PTX-ANS NOT = 'y'
               INITIALIZE XMIT-SVC-REQ
               SET OP-LIST OF XMIT-SVC-REQ TO TRUE
               MOVE WS-OPERATOR-ID TO USER-ID OF XMIT-SVC-REQ
               MOVE 'DEMO-CORR-0055' TO CORR-ID OF XMIT-SVC-REQ
               MOVE WS-XMIT-CURSOR TO Q-CURSOR OF XMIT-SVC-REQ

               CALL 'XMIT-SVC' USING XMIT-SVC-REQ XMIT-SVC-RES

               IF OK OF XMIT-SVC-RES
                   MOVE NEXT-CURSOR OF XMIT-SVC-RES
                       TO WS-XMIT-CURSOR
                   IF WS-XMIT-EXC-ONLY NOT = 'Y'
                           OR XMIT-CREATED
                               OF OUT-XMIT OF XMIT-SVC-RES
                       DISPLAY 'GEN '
                           GEN-NUMBER OF OUT-XMIT OF XMIT-SVC-RES
                           ' ' XMIT-JOB
                               OF OUT-XMIT OF XMIT-SVC-RES
                           ' ' XMIT-FILE-NAME
                               OF OUT-XMIT OF XMIT-SVC-RES
                       DISPLAY '    RECORDS '
                           XMIT-RECORD-COUNT
                               OF OUT-XMIT OF XMIT-SVC-RES
                           '  HASH '
                           XMIT-HASH-TOTAL
                               OF OUT-XMIT OF XMIT-SVC-RES
                           '  STATUS '
                           XMIT-STATUS
                               OF OUT-XMIT OF XMIT-SVC-RES
                   END-IF
                   IF MORE-RESULTS OF XMIT-SVC-RES
                       CONTINUE
                   ELSE
                       DISPLAY 'End of register.'
                       MOVE 'N' TO WS-PTX-ANS
                   END-IF
               ELSE
                   DISPLAY STATUS-MSG OF XMIT-SVC-RES
                   MOVE 'N' TO WS-PTX-ANS
               END-IF
           END-PERFORM
           .

       TRANSMISSION-MARK.
           DISPLAY 'Generation number: ' WITH NO ADVANCING
           MOVE 0 TO WS-XMIT-CURSOR
           ACCEPT WS-XMIT-CURSOR
           DISPLAY 'Mark T)ransmitted or A)cknowledged: '
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANS

           INITIALIZE XMIT-SVC-REQ
           SET OP-MARK OF XMIT-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF XMIT-SVC-REQ
           MOVE 'DEMO-CORR-0055' TO CORR-ID OF XMIT-SVC-REQ
           MOVE WS-XMIT-CURSOR TO Q-GEN-NUMBER OF XMIT-SVC-REQ
           IF WS-CONFIRM-ANS = 'A' OR 'a'
               MOVE 'A' TO Q-NEW-STATUS OF XMIT-SVC-REQ
           ELSE
               MOVE 'T' TO Q-NEW-STATUS OF XMIT-SVC-REQ
           END-IF

           CALL 'XMIT-SVC' USING XMIT-SVC-REQ XMIT-SVC-RES

           DISPLAY ' '
           IF OK OF XMIT-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF XMIT-SVC-RES
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF XMIT-SVC-RES ')'
               DISPLAY STATUS-MSG OF XMIT-SVC-RES
           END-IF
           .

      * DISABILITY-SCREEN: Disability classification maintenance -
      * admin only, and deliberately absent from the ordinary
      * employee screens. The change rides EMP-SVC's UPDATE, so the
      * before/after reaches the audit trail like any other
      * employee change.
       DISABILITY-SCREEN.
           IF NOT OPER-ROLE-ADMIN
               DISPLAY 'Not authorized - admin role required.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY 'DISABILITY CLASSIFICATION'
           DISPLAY '========================================='

           DISPLAY 'Enter Employee ID: ' WITH NO ADVANCING
           ACCEPT WS-FIND-EMP-ID

           INITIALIZE EMP-SVC-REQ
           MOVE 'F' TO OP-CODE OF EMP-SVC-REQ
           MOVE WS-OPERATOR-ID TO USER-ID OF EMP-SVC-REQ
           MOVE 'DEMO-CORR-0054' TO CORR-ID OF EMP-SVC-REQ
           MOVE WS-FIND-EMP-ID TO Q-EMP-ID OF EMP-SVC-REQ

           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES

           IF NOT OK OF EMP-SVC-RES
               DISPLAY 'ERROR: ' STATUS-MSG OF EMP-SVC-RES
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Current classification: '
               DISABILITY-FLAG OF OUT-EMP OF EMP-SVC-RES
           DISPLAY 'New classification Y/N (blank to keep): '
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANS
           IF WS-CONFIRM-ANS NOT = 'Y' AND WS-CONFIRM-ANS NOT = 'N'
               DISPLAY 'Kept as was.'
               EXIT PARAGRAPH
           END-IF

           INITIALIZE EMP-SVC-REQ
           MOVE 'U' TO OP-CODE OF EMP-SVC-REQ
           MOVE WS-OPERATOR-ID TO USER-ID OF EMP-SVC-REQ
           MOVE 'DEMO-CORR-0054' TO CORR-ID OF EMP-SVC-REQ
           MOVE OUT-EMP OF EMP-SVC-RES TO IN-EMP OF EMP-SVC-REQ
           MOVE WS-CONFIRM-ANS
               TO DISABILITY-FLAG OF IN-EMP OF EMP-SVC-REQ

           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES

           DISPLAY ' '
           IF OK OF EMP-SVC-RES
               DISPLAY 'Classification recorded.'
           ELSE
               DISPLAY 'ERROR: ' STATUS-MSG OF EMP-SVC-RES
           END-IF
           DISPLAY ' '
           .

      * SEX-CODE-SCREEN: Sex code maintenance for the women's
      * advancement disclosures - admin only, kept off the ordinary
      * employee screens the same way as the disability
      * classification, and audited through EMP-SVC's UPDATE.
       SEX-CODE-SCREEN.
           IF NOT OPER-ROLE-ADMIN
               DISPLAY 'Not authorized - admin role required.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY 'SEX CODE'
           DISPLAY '========================================='

           DISPLAY 'Enter Employee ID: ' WITH NO ADVANCING
           ACCEPT WS-FIND-EMP-ID

           INITIALIZE EMP-SVC-REQ
           MOVE 'F' TO OP-CODE OF EMP-SVC-REQ
           MOVE WS-OPERATOR-ID TO USER-ID OF EMP-SVC-REQ
           MOVE 'DEMO-CORR-0058' TO CORR-ID OF EMP-SVC-REQ
           MOVE WS-FIND-EMP-ID TO Q-EMP-ID OF EMP-SVC-REQ

           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES

           IF NOT OK OF EMP-SVC-RES
               DISPLAY 'ERROR: ' STATUS-MSG OF EMP-SVC-RES
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Current sex code: '
               SEX-CODE OF OUT-EMP OF EMP-SVC-RES
           DISPLAY 'New sex code M/F (blank to keep): '
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANS
           IF WS-CONFIRM-ANS NOT = 'M' AND WS-CONFIRM-ANS NOT = 'F'
               DISPLAY 'Kept as was.'
               EXIT PARAGRAPH
           END-IF

           INITIALIZE EMP-SVC-REQ
           MOVE 'U' TO OP-CODE OF EMP-SVC-REQ
           MOVE WS-OPERATOR-ID TO USER-ID OF EMP-SVC-REQ
           MOVE 'DEMO-CORR-0058' TO CORR-ID OF EMP-SVC-REQ
           MOVE OUT-EMP OF EMP-SVC-RES TO IN-EMP OF EMP-SVC-REQ
           MOVE WS-CONFIRM-ANS
               TO SEX-CODE OF IN-EMP OF EMP-SVC-REQ

           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES

           DISPLAY ' '
           IF OK OF EMP-SVC-RES
               DISPLAY 'Sex code recorded.'
           ELSE
               DISPLAY 'ERROR: ' STATUS-MSG OF EMP-SVC-RES
           END-IF
           DISPLAY ' '
           .

      * RETIREMENT-SCREEN: Guided mandatory retirement - runs the
      * termination with the retirement reason (a complete reviewed
      * HR operation, so it applies directly like the promotion
      * screen), points at the RETIRE allowance run, and optionally
      * rehires the leaver as a contract employee with the
      * re-engagement term booked through EMP-SVC's rehire (which
      * lands the contract in the contract master).
       RETIREMENT-SCREEN.
           DISPLAY ' '
           DISPLAY 'GUIDED RETIREMENT'
           DISPLAY '========================================='

           DISPLAY 'Enter Employee ID: ' WITH NO ADVANCING
           ACCEPT WS-FIND-EMP-ID

           INITIALIZE EMP-SVC-REQ
           MOVE 'F' TO OP-CODE OF EMP-SVC-REQ
           MOVE WS-OPERATOR-ID TO USER-ID OF EMP-SVC-REQ
           MOVE 'DEMO-CORR-0053' TO CORR-ID OF EMP-SVC-REQ
           MOVE WS-FIND-EMP-ID TO Q-EMP-ID OF EMP-SVC-REQ

           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES

           IF NOT OK OF EMP-SVC-RES
               DISPLAY 'ERROR: ' STATUS-MSG OF EMP-SVC-RES
               EXIT PARAGRAPH
           END-IF
           MOVE OUT-EMP OF EMP-SVC-RES TO WS-EMP-BEFORE

           COMPUTE WS-UPDATE-DATE =
               BIRTH-DATE OF WS-EMP-BEFORE + 600000
           DISPLAY 'Birth date:           '
               BIRTH-DATE OF WS-EMP-BEFORE
           DISPLAY '60th birthday (due):  ' WS-UPDATE-DATE
           DISPLAY 'Retirement date YYYYMMDD (0 = the due date): '
               WITH NO ADVANCING
           MOVE 0 TO WS-LEAVE-RETURN-DATE
           ACCEPT WS-LEAVE-RETURN-DATE
           IF WS-LEAVE-RETURN-DATE NOT = 0
               MOVE WS-LEAVE-RETURN-DATE TO WS-UPDATE-DATE
           END-IF

           DISPLAY 'Terminate with reason RT effective '
               WS-UPDATE-DATE ' ? (Y/N): ' WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANS
           IF WS-CONFIRM-ANS NOT = 'Y' AND WS-CONFIRM-ANS NOT = 'y'
               DISPLAY 'Nothing done.'
               EXIT PARAGRAPH
           END-IF

           INITIALIZE EMP-SVC-REQ
           MOVE 'T' TO OP-CODE OF EMP-SVC-REQ
           MOVE WS-OPERATOR-ID TO USER-ID OF EMP-SVC-REQ
           MOVE 'DEMO-CORR-0053' TO CORR-ID OF EMP-SVC-REQ
           MOVE WS-FIND-EMP-ID TO EMP-ID OF IN-EMP OF EMP-SVC-REQ
           MOVE WS-UPDATE-DATE
               TO VALID-TO OF IN-EMP OF EMP-SVC-REQ
           MOVE 'RT' TO TERM-REASON-CODE OF IN-EMP OF EMP-SVC-REQ

           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES

           IF NOT OK OF EMP-SVC-RES
               DISPLAY 'ERROR: ' STATUS-MSG OF EMP-SVC-RES
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Terminated (TERM-RETIREMENT).'
           MOVE WS-UPDATE-DATE TO WS-RETIRE-DATE

           DISPLAY 'Now run the retirement allowance calculation:'
           DISPLAY '  RETIRE with RETIRE_EMP_ID=' WS-FIND-EMP-ID
           DISPLAY '(it books the allowance as a special-run'
           DISPLAY ' payroll record).'

           DISPLAY 'Rehire as re-engaged contract staff? (Y/N): '
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANS
           IF WS-CONFIRM-ANS NOT = 'Y' AND WS-CONFIRM-ANS NOT = 'y'
               DISPLAY 'Retirement processing complete.'
               DISPLAY ' '
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Rehire date YYYYMMDD: ' WITH NO ADVANCING
           MOVE 0 TO WS-LEAVE-RETURN-DATE
           ACCEPT WS-LEAVE-RETURN-DATE
           DISPLAY 'Contract end date YYYYMMDD: ' WITH NO ADVANCING
           MOVE 0 TO WS-UPDATE-DATE
           ACCEPT WS-UPDATE-DATE

           INITIALIZE EMP-SVC-REQ
           MOVE 'R' TO OP-CODE OF EMP-SVC-REQ
           MOVE WS-OPERATOR-ID TO USER-ID OF EMP-SVC-REQ
           MOVE 'DEMO-CORR-0053' TO CORR-ID OF EMP-SVC-REQ
           MOVE WS-FIND-EMP-ID TO Q-EMP-ID OF EMP-SVC-REQ
           MOVE DEPT-ID OF WS-EMP-BEFORE
               TO DEPT-ID OF IN-EMP OF EMP-SVC-REQ
           MOVE WS-LEAVE-RETURN-DATE
               TO VALID-FROM OF IN-EMP OF EMP-SVC-REQ
           SET EMP-TYPE-CONT OF IN-EMP OF EMP-SVC-REQ TO TRUE
           MOVE WS-UPDATE-DATE
               TO CONTRACT-END-DATE OF IN-EMP OF EMP-SVC-REQ

           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES

           DISPLAY ' '
           IF NOT OK OF EMP-SVC-RES
               DISPLAY 'ERROR: ' STATUS-MSG OF EMP-SVC-RES
               DISPLAY ' '
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Re-engaged as contract staff. New ID: '
               EMP-ID OF OUT-EMP OF EMP-SVC-RES

      *    The new term is the re-engagement (shokutaku) - linked
      *    back to the employment just retired from, for the
      *    continued-employment benefit EIKEIZOK works out
           INITIALIZE CONTRACT-SVC-REQ
           INITIALIZE CONTRACT-SVC-RES
           SET OP-REENGAGE OF CONTRACT-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF CONTRACT-SVC-REQ
           MOVE 'DEMO-CORR-0053' TO CORR-ID OF CONTRACT-SVC-REQ
           MOVE EMP-ID OF OUT-EMP OF EMP-SVC-RES
               TO Q-EMP-ID OF CONTRACT-SVC-REQ
           MOVE WS-FIND-EMP-ID TO Q-ORIG-EMP-ID OF CONTRACT-SVC-REQ
           MOVE WS-RETIRE-DATE TO Q-RETIRE-DATE OF CONTRACT-SVC-REQ

           CALL 'CONTRACT-SVC' USING CONTRACT-SVC-REQ CONTRACT-SVC-RES

           IF OK OF CONTRACT-SVC-RES
               DISPLAY 'Contract recorded as re-engagement after '
                   'retirement.'
           ELSE
               DISPLAY 'WARNING: ' STATUS-MSG OF CONTRACT-SVC-RES
           END-IF
           DISPLAY ' '
           .

      * PROMOTION-SCREEN: A promotion in one unit of work - the new
      * GRADE-CODE and new BASE-SALARY captured together, the salary
      * validated against the new grade's band before anything
      * lands, the employee version and the COMP-SVC record booked
      * back to back, and the employee grade rolled back if the
      * compensation leg fails. The whole event audits once as a
      * PROMOTION. (Unlike a bare grade edit, this is a complete
      * reviewed operation behind the HR role, so it applies
      * directly rather than through the change worklist.)
       PROMOTION-SCREEN.
           DISPLAY ' '
           DISPLAY 'PROMOTION'
           DISPLAY '========================================='

           DISPLAY 'Enter Employee ID: ' WITH NO ADVANCING
           ACCEPT WS-FIND-EMP-ID
           DISPLAY 'New Grade Code: ' WITH NO ADVANCING
           MOVE SPACES TO WS-GRADE-CODE
           ACCEPT WS-GRADE-CODE
           DISPLAY 'New Base Salary: ' WITH NO ADVANCING
           MOVE 0 TO WS-GRADE-AMOUNT
           ACCEPT WS-GRADE-AMOUNT
           DISPLAY 'Effective Date YYYYMMDD: ' WITH NO ADVANCING
           MOVE 0 TO WS-UPDATE-DATE
           ACCEPT WS-UPDATE-DATE

      *    The new salary must sit inside the new grade's band
           INITIALIZE GRADE-SVC-REQ
           MOVE 'F' TO OP-CODE OF GRADE-SVC-REQ
           MOVE WS-OPERATOR-ID TO USER-ID OF GRADE-SVC-REQ
           MOVE 'DEMO-CORR-0052' TO CORR-ID OF GRADE-SVC-REQ
           MOVE WS-GRADE-CODE TO Q-GRADE-CODE OF GRADE-SVC-REQ

           CALL 'GRADE-SVC' USING GRADE-SVC-REQ GRADE-SVC-RES

           IF NOT OK OF GRADE-SVC-RES
               DISPLAY 'ERROR: grade not on the grade master.'
               EXIT PARAGRAPH
           END-IF
           IF WS-GRADE-AMOUNT
                   < BAND-MIN OF OUT-GRADE OF GRADE-SVC-RES
               OR WS-GRADE-AMOUNT
                   > BAND-MAX OF OUT-GRADE OF GRADE-SVC-RES
               DISPLAY 'ERROR: salary outside the grade band ('
                   BAND-MIN OF OUT-GRADE OF GRADE-SVC-RES ' - '
                   BAND-MAX OF OUT-GRADE OF GRADE-SVC-RES ').'
               EXIT PARAGRAPH
           END-IF

      *    Fetch the current version - the grade rollback image
           INITIALIZE EMP-SVC-REQ
           MOVE 'F' TO OP-CODE OF EMP-SVC-REQ
           MOVE WS-OPERATOR-ID TO USER-ID OF EMP-SVC-REQ
           MOVE 'DEMO-CORR-0052' TO CORR-ID OF EMP-SVC-REQ
           MOVE WS-FIND-EMP-ID TO Q-EMP-ID OF EMP-SVC-REQ

           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES

           IF NOT OK OF EMP-SVC-RES
               DISPLAY 'ERROR: ' STATUS-MSG OF EMP-SVC-RES
               EXIT PARAGRAPH
           END-IF
           MOVE OUT-EMP OF EMP-SVC-RES TO WS-EMP-BEFORE

      *    Leg 1: the employee's grade
           INITIALIZE EMP-SVC-REQ
           MOVE 'U' TO OP-CODE OF EMP-SVC-REQ
           MOVE WS-OPERATOR-ID TO USER-ID OF EMP-SVC-REQ
           MOVE 'DEMO-CORR-0052' TO CORR-ID OF EMP-SVC-REQ
           MOVE WS-EMP-BEFORE TO IN-EMP OF EMP-SVC-REQ
           MOVE WS-GRADE-CODE
               TO GRADE-CODE OF IN-EMP OF EMP-SVC-REQ

           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES

           IF NOT OK OF EMP-SVC-RES
               DISPLAY 'ERROR: ' STATUS-MSG OF EMP-SVC-RES
               EXIT PARAGRAPH
           END-IF

      *    Leg 2: the effective-dated compensation version
           INITIALIZE COMP-SVC-REQ
           INITIALIZE COMP-SVC-RES
           SET OP-ADD OF COMP-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF COMP-SVC-REQ
           MOVE 'DEMO-CORR-0052' TO CORR-ID OF COMP-SVC-REQ
           MOVE WS-FIND-EMP-ID
               TO EMP-ID OF IN-COMP OF COMP-SVC-REQ
           MOVE WS-UPDATE-DATE
               TO VALID-FROM OF IN-COMP OF COMP-SVC-REQ
           MOVE WS-GRADE-AMOUNT
               TO BASE-SALARY OF IN-COMP OF COMP-SVC-REQ
           SET BASIS-MONTHLY OF IN-COMP OF COMP-SVC-REQ TO TRUE

           CALL 'COMP-SVC' USING COMP-SVC-REQ COMP-SVC-RES

           IF NOT OK OF COMP-SVC-RES
      *        Roll the grade back so the two legs never part ways
               DISPLAY 'Compensation leg failed - rolling grade back.'
               DISPLAY 'ERROR: ' STATUS-MSG OF COMP-SVC-RES
               INITIALIZE EMP-SVC-REQ
               MOVE 'F' TO OP-CODE OF EMP-SVC-REQ
               MOVE WS-OPERATOR-ID TO USER-ID OF EMP-SVC-REQ
               MOVE 'DEMO-CORR-0052' TO CORR-ID OF EMP-SVC-REQ
               MOVE WS-FIND-EMP-ID TO Q-EMP-ID OF EMP-SVC-REQ
               CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES
               IF OK OF EMP-SVC-RES
                   INITIALIZE EMP-SVC-REQ
                   MOVE 'U' TO OP-CODE OF EMP-SVC-REQ
                   MOVE WS-OPERATOR-ID TO USER-ID OF EMP-SVC-REQ
                   MOVE 'DEMO-CORR-0052' TO CORR-ID OF EMP-SVC-REQ
                   MOVE OUT-EMP OF EMP-SVC-RES
                       TO IN-EMP OF EMP-SVC-REQ
                   MOVE GRADE-CODE OF WS-EMP-BEFORE
                       TO GRADE-CODE OF IN-EMP OF EMP-SVC-REQ
                   CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES
               END-IF
               EXIT PARAGRAPH
           END-IF

      *    One PROMOTION event on the trail for the whole thing
           INITIALIZE WS-AUDIT-REC
           MOVE 'PROMOTION' TO ACTION OF WS-AUDIT-REC
           MOVE 'EMP' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE WS-FIND-EMP-ID TO ENTITY-ID OF WS-AUDIT-REC
           MOVE WS-OPERATOR-ID TO USER-ID OF WS-AUDIT-REC
           MOVE SPACES TO BEFORE-VALUE OF WS-AUDIT-REC
           STRING 'GRADE ' GRADE-CODE OF WS-EMP-BEFORE
               DELIMITED BY SIZE INTO BEFORE-VALUE OF WS-AUDIT-REC
           MOVE SPACES TO AFTER-VALUE OF WS-AUDIT-REC
           STRING 'GRADE ' WS-GRADE-CODE
                  ' SALARY ' WS-GRADE-AMOUNT
                  ' EFFECTIVE ' WS-UPDATE-DATE
               DELIMITED BY SIZE INTO AFTER-VALUE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC

           DISPLAY ' '
           DISPLAY 'Promotion booked - grade and compensation'
           DISPLAY 'recorded together.'
           DISPLAY ' '
           .

      * RATING-SCREEN: Performance rating entry - the keyed
      * alternative to the IMPRATE cycle file. Shows the cycle's
      * rating when on file, then captures it whole (ADD upserts).
       RATING-SCREEN.
           DISPLAY ' '
           DISPLAY 'PERFORMANCE RATINGS'
           DISPLAY '========================================='

           DISPLAY 'Enter Employee ID: ' WITH NO ADVANCING
           ACCEPT WS-FIND-EMP-ID
           DISPLAY 'Review cycle (e.g. 2026S1): ' WITH NO ADVANCING
           MOVE SPACES TO WS-CFG-FIELD
           ACCEPT WS-CFG-FIELD

           INITIALIZE RATING-SVC-REQ
           SET OP-FIND OF RATING-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF RATING-SVC-REQ
           MOVE 'DEMO-CORR-0051' TO CORR-ID OF RATING-SVC-REQ
           MOVE WS-FIND-EMP-ID TO Q-EMP-ID OF RATING-SVC-REQ
           MOVE WS-CFG-FIELD(1:6)
               TO Q-REVIEW-CYCLE OF RATING-SVC-REQ

           CALL 'RATING-SVC' USING RATING-SVC-REQ RATING-SVC-RES

           IF OK OF RATING-SVC-RES
               DISPLAY 'On file: rating '
                   RATING-CODE OF OUT-RATING OF RATING-SVC-RES
                   ' coefficient '
                   COEFFICIENT OF OUT-RATING OF RATING-SVC-RES
           ELSE
               DISPLAY 'No rating on file for the cycle.'
           END-IF

           DISPLAY 'Set / change it? (Y/N): ' WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANS
           IF WS-CONFIRM-ANS NOT = 'Y' AND WS-CONFIRM-ANS NOT = 'y'
               DISPLAY ' '
               EXIT PARAGRAPH
           END-IF

           INITIALIZE RATING-SVC-REQ
           SET OP-ADD OF RATING-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF RATING-SVC-REQ
           MOVE 'DEMO-CORR-0051' TO CORR-ID OF RATING-SVC-REQ
           MOVE WS-FIND-EMP-ID
               TO EMP-ID OF IN-RATING OF RATING-SVC-REQ
           MOVE WS-CFG-FIELD(1:6)
               TO REVIEW-CYCLE OF IN-RATING OF RATING-SVC-REQ

           DISPLAY 'Rating code (e.g. A+): ' WITH NO ADVANCING
           ACCEPT RATING-CODE OF IN-RATING OF RATING-SVC-REQ
           DISPLAY 'Coefficient (e.g. 1.20): ' WITH NO ADVANCING
           ACCEPT COEFFICIENT OF IN-RATING OF RATING-SVC-REQ

           CALL 'RATING-SVC' USING RATING-SVC-REQ RATING-SVC-RES

           DISPLAY ' '
           IF OK OF RATING-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF RATING-SVC-RES
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF RATING-SVC-RES ')'
               DISPLAY STATUS-MSG OF RATING-SVC-RES
           END-IF
           DISPLAY ' '
           .

      * SCHEDULE-PATTERN-SCREEN: Shift/schedule pattern maintenance
      * - shows the pattern when on file, then captures it whole.
      * Employees reference a pattern from the employee update
      * screen; timecard entry validates against it. A flextime
      * pattern also takes its settlement period and shortfall
      * policy.
       SCHEDULE-PATTERN-SCREEN.
           DISPLAY ' '
           DISPLAY 'SCHEDULE PATTERN MASTER'
           DISPLAY '========================================='

           DISPLAY 'Enter Pattern Code: ' WITH NO ADVANCING
           MOVE SPACES TO WS-LOC-CODE
           ACCEPT WS-LOC-CODE

           INITIALIZE SCHED-SVC-REQ
           SET OP-FIND OF SCHED-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF SCHED-SVC-REQ
           MOVE 'DEMO-CORR-0050' TO CORR-ID OF SCHED-SVC-REQ
           MOVE WS-LOC-CODE TO Q-PATTERN-CODE OF SCHED-SVC-REQ

           CALL 'SCHED-SVC' USING SCHED-SVC-REQ SCHED-SVC-RES

           IF OK OF SCHED-SVC-RES
               DISPLAY 'Pattern on file:'
               DISPLAY '  Name:        '
                   PATTERN-NAME OF OUT-SCHEDULE OF SCHED-SVC-RES
               DISPLAY '  Daily hours: '
                   DAILY-HOURS OF OUT-SCHEDULE OF SCHED-SVC-RES
               DISPLAY '  Workdays M-S:'
                   WORKDAY-FLAGS OF OUT-SCHEDULE OF SCHED-SVC-RES
               IF PATTERN-FLEXTIME OF OUT-SCHEDULE OF SCHED-SVC-RES
                   DISPLAY '  Flextime:    settle every '
                       SETTLE-MONTHS OF OUT-SCHEDULE OF SCHED-SVC-RES
                       ' month(s) from month '
                       SETTLE-ANCHOR-MONTH
                           OF OUT-SCHEDULE OF SCHED-SVC-RES
                   DISPLAY '  Carry short: '
                       SHORTFALL-CARRY OF OUT-SCHEDULE OF SCHED-SVC-RES
               END-IF
           ELSE
               DISPLAY 'Pattern not on file.'
           END-IF

           DISPLAY 'Set / change it? (Y/N): ' WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANS
           IF WS-CONFIRM-ANS NOT = 'Y' AND WS-CONFIRM-ANS NOT = 'y'
               DISPLAY ' '
               EXIT PARAGRAPH
           END-IF

           INITIALIZE SCHED-SVC-REQ
           SET OP-ADD OF SCHED-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF SCHED-SVC-REQ
           MOVE 'DEMO-CORR-0050' TO CORR-ID OF SCHED-SVC-REQ
           MOVE WS-LOC-CODE
               TO PATTERN-CODE OF IN-SCHEDULE OF SCHED-SVC-REQ

           DISPLAY 'Pattern name: ' WITH NO ADVANCING
           ACCEPT PATTERN-NAME OF IN-SCHEDULE OF SCHED-SVC-REQ
           DISPLAY 'Daily scheduled hours (e.g. 8.00): '
               WITH NO ADVANCING
           ACCEPT DAILY-HOURS OF IN-SCHEDULE OF SCHED-SVC-REQ
           DISPLAY 'Workdays Mon-Sun, 7 flags Y/N (YYYYYNN): '
               WITH NO ADVANCING
           ACCEPT WORKDAY-FLAGS OF IN-SCHEDULE OF SCHED-SVC-REQ
           DISPLAY 'Flextime pattern? (Y/N): ' WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANS
           IF WS-CONFIRM-ANS = 'Y' OR WS-CONFIRM-ANS = 'y'
               SET PATTERN-FLEXTIME OF IN-SCHEDULE OF SCHED-SVC-REQ
                   TO TRUE
               DISPLAY 'Settlement period in months (1-3): '
                   WITH NO ADVANCING
               ACCEPT SETTLE-MONTHS OF IN-SCHEDULE OF SCHED-SVC-REQ
               DISPLAY 'Period anchor month (1-12): '
                   WITH NO ADVANCING
               ACCEPT SETTLE-ANCHOR-MONTH
                   OF IN-SCHEDULE OF SCHED-SVC-REQ
               DISPLAY 'Carry shortfall to next period? (Y/N): '
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM-ANS
               IF WS-CONFIRM-ANS = 'Y' OR WS-CONFIRM-ANS = 'y'
                   SET CARRY-SHORTFALL OF IN-SCHEDULE
                       OF SCHED-SVC-REQ TO TRUE
               END-IF
           END-IF

           CALL 'SCHED-SVC' USING SCHED-SVC-REQ SCHED-SVC-RES

           DISPLAY ' '
           IF OK OF SCHED-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF SCHED-SVC-RES
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF SCHED-SVC-RES ')'
               DISPLAY STATUS-MSG OF SCHED-SVC-RES
           END-IF
           DISPLAY ' '
           .

      * PAY-CALENDAR-SCREEN: Pay period calendar maintenance - shows
      * the period's dates when on file, then captures changes; a
      * new period is captured whole. The pay date settles onto a
      * business day inside PAYCAL-SVC. A semi-monthly or weekly
      * pay is one row per pay within the month, with its own
      * attendance window (period from .. attendance cutoff).
       PAY-CALENDAR-SCREEN.
           DISPLAY ' '
           DISPLAY 'PAY PERIOD CALENDAR'
           DISPLAY '========================================='

           DISPLAY 'Enter Pay Period YYYYMM: ' WITH NO ADVANCING
           MOVE 0 TO WS-CFG-PERIOD
           ACCEPT WS-CFG-PERIOD

           DISPLAY 'Pay frequency M=Monthly S=Semi-monthly W=Weekly'
           DISPLAY '  (blank = M): ' WITH NO ADVANCING
           MOVE SPACES TO WS-CFG-FIELD
           ACCEPT WS-CFG-FIELD
           INSPECT WS-CFG-FIELD CONVERTING 'msw' TO 'MSW'
           MOVE WS-CFG-FIELD(1:1) TO WS-CFG-FREQUENCY
           IF WS-CFG-FREQUENCY = SPACE
               MOVE 'M' TO WS-CFG-FREQUENCY
           END-IF
           MOVE 0 TO WS-CFG-SEQ
           IF WS-CFG-FREQUENCY NOT = 'M'
               DISPLAY 'Pay number within the month (1-5): '
                   WITH NO ADVANCING
               ACCEPT WS-CFG-SEQ
           END-IF

           INITIALIZE PAYCAL-SVC-REQ
           SET OP-FIND OF PAYCAL-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF PAYCAL-SVC-REQ
           MOVE 'DEMO-CORR-0049' TO CORR-ID OF PAYCAL-SVC-REQ
           MOVE WS-CFG-PERIOD TO Q-PAY-PERIOD OF PAYCAL-SVC-REQ
           MOVE WS-CFG-FREQUENCY TO Q-PAY-FREQUENCY OF PAYCAL-SVC-REQ
           MOVE WS-CFG-SEQ TO Q-PERIOD-SEQ OF PAYCAL-SVC-REQ

           CALL 'PAYCAL-SVC' USING PAYCAL-SVC-REQ PAYCAL-SVC-RES

           IF OK OF PAYCAL-SVC-RES
               DISPLAY 'On the calendar:'
               IF WS-CFG-FREQUENCY NOT = 'M'
                   DISPLAY '  Period from:       '
                       PERIOD-FROM OF OUT-PAYCAL OF PAYCAL-SVC-RES
               END-IF
               DISPLAY '  Attendance cutoff: '
                   ATTENDANCE-CUTOFF
                       OF OUT-PAYCAL OF PAYCAL-SVC-RES
               DISPLAY '  Approval deadline: '
                   APPROVAL-DEADLINE
                       OF OUT-PAYCAL OF PAYCAL-SVC-RES
               DISPLAY '  Pay date:          '
                   PAY-DATE OF OUT-PAYCAL OF PAYCAL-SVC-RES
               DISPLAY '  Status:            '
                   PERIOD-STATUS OF OUT-PAYCAL OF PAYCAL-SVC-RES
               MOVE OUT-PAYCAL OF PAYCAL-SVC-RES
                   TO IN-PAYCAL OF PAYCAL-SVC-REQ
           ELSE
               DISPLAY 'Period not on the calendar yet.'
               INITIALIZE IN-PAYCAL OF PAYCAL-SVC-REQ
               MOVE WS-CFG-PERIOD
                   TO PAY-PERIOD OF IN-PAYCAL OF PAYCAL-SVC-REQ
               MOVE WS-CFG-FREQUENCY
                   TO PAY-FREQUENCY OF IN-PAYCAL OF PAYCAL-SVC-REQ
               MOVE WS-CFG-SEQ
                   TO PERIOD-SEQ OF IN-PAYCAL OF PAYCAL-SVC-REQ
           END-IF

           DISPLAY 'Set / change it? (Y/N): ' WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANS
           IF WS-CONFIRM-ANS NOT = 'Y' AND WS-CONFIRM-ANS NOT = 'y'
               DISPLAY ' '
               EXIT PARAGRAPH
           END-IF

           IF WS-CFG-FREQUENCY NOT = 'M'
               DISPLAY 'Period from YYYYMMDD (0 to keep): '
                   WITH NO ADVANCING
               MOVE 0 TO WS-UPDATE-DATE
               ACCEPT WS-UPDATE-DATE
               IF WS-UPDATE-DATE NOT = 0
                   MOVE WS-UPDATE-DATE
                       TO PERIOD-FROM OF IN-PAYCAL OF PAYCAL-SVC-REQ
               END-IF
           END-IF

           DISPLAY 'Attendance cutoff YYYYMMDD (0 to keep): '
               WITH NO ADVANCING
           MOVE 0 TO WS-UPDATE-DATE
           ACCEPT WS-UPDATE-DATE
           IF WS-UPDATE-DATE NOT = 0
               MOVE WS-UPDATE-DATE
                   TO ATTENDANCE-CUTOFF
                       OF IN-PAYCAL OF PAYCAL-SVC-REQ
           END-IF

           DISPLAY 'Approval deadline YYYYMMDD (0 to keep): '
               WITH NO ADVANCING
           MOVE 0 TO WS-UPDATE-DATE
           ACCEPT WS-UPDATE-DATE
           IF WS-UPDATE-DATE NOT = 0
               MOVE WS-UPDATE-DATE
                   TO APPROVAL-DEADLINE
                       OF IN-PAYCAL OF PAYCAL-SVC-REQ
           END-IF

           DISPLAY 'Pay date YYYYMMDD (0 to keep): '
               WITH NO ADVANCING
           MOVE 0 TO WS-UPDATE-DATE
           ACCEPT WS-UPDATE-DATE
           IF WS-UPDATE-DATE NOT = 0
               MOVE WS-UPDATE-DATE
                   TO PAY-DATE OF IN-PAYCAL OF PAYCAL-SVC-REQ
           END-IF

           DISPLAY 'Status P=Planned O=Open C=Closed (blank keep): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-CFG-FIELD
           ACCEPT WS-CFG-FIELD
           IF WS-CFG-FIELD(1:1) = 'P' OR 'O' OR 'C'
               MOVE WS-CFG-FIELD(1:1)
                   TO PERIOD-STATUS OF IN-PAYCAL OF PAYCAL-SVC-REQ
           END-IF

           SET OP-ADD OF PAYCAL-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF PAYCAL-SVC-REQ

           CALL 'PAYCAL-SVC' USING PAYCAL-SVC-REQ PAYCAL-SVC-RES

           DISPLAY ' '
           IF OK OF PAYCAL-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF PAYCAL-SVC-RES
               DISPLAY 'Pay date settled on '
                   PAY-DATE OF OUT-PAYCAL OF PAYCAL-SVC-RES
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF PAYCAL-SVC-RES ')'
               DISPLAY STATUS-MSG OF PAYCAL-SVC-RES
           END-IF
           DISPLAY ' '
           .

      * ASSIGNMENT-SCREEN: Concurrent assignment (kenmu)
      * maintenance - lists the employee's active FTE splits, then
      * offers booking a new one or ending one. ASSIGN-SVC refuses
      * an active total past 100 percent.
       ASSIGNMENT-SCREEN.
           DISPLAY ' '
           DISPLAY 'CONCURRENT ASSIGNMENTS (KENMU)'
           DISPLAY '========================================='

           DISPLAY 'Enter Employee ID: ' WITH NO ADVANCING
           ACCEPT WS-FIND-EMP-ID

           INITIALIZE ASSIGN-SVC-REQ
           SET OP-LIST-ACTIVE OF ASSIGN-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF ASSIGN-SVC-REQ
           MOVE 'DEMO-CORR-0048' TO CORR-ID OF ASSIGN-SVC-REQ
           MOVE WS-FIND-EMP-ID TO Q-EMP-ID OF ASSIGN-SVC-REQ

           CALL 'ASSIGN-SVC' USING ASSIGN-SVC-REQ ASSIGN-SVC-RES

           IF OK OF ASSIGN-SVC-RES
                   AND ACTIVE-COUNT OF ASSIGN-SVC-RES > 0
               DISPLAY 'Active assignments:'
               PERFORM DISPLAY-ONE-ASSIGNMENT
                   VARYING WS-GARN-LIST-IDX FROM 1 BY 1
                   UNTIL WS-GARN-LIST-IDX
                       > ACTIVE-COUNT OF ASSIGN-SVC-RES
           ELSE
               DISPLAY 'No active assignments - the employee'
               DISPLAY 'counts wholly against the primary dept.'
           END-IF

           DISPLAY 'A)dd, E)nd, or Q)uit: ' WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANS
           EVALUATE WS-CONFIRM-ANS
               WHEN 'A'
               WHEN 'a'
                   PERFORM ASSIGNMENT-ADD
               WHEN 'E'
               WHEN 'e'
                   PERFORM ASSIGNMENT-END
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           DISPLAY ' '
           .

       DISPLAY-ONE-ASSIGNMENT.
           DISPLAY '  Seq '
               ACT-ASSIGN-SEQ OF ASSIGN-SVC-RES(WS-GARN-LIST-IDX)
               '  Dept '
               ACT-DEPT-ID OF ASSIGN-SVC-RES(WS-GARN-LIST-IDX)
               '  FTE '
               ACT-FTE-PERCENT OF ASSIGN-SVC-RES(WS-GARN-LIST-IDX)
               '%  Site '
               ACT-LOCATION-CODE OF ASSIGN-SVC-RES(WS-GARN-LIST-IDX)
           .

       ASSIGNMENT-ADD.
           INITIALIZE ASSIGN-SVC-REQ
           SET OP-ADD OF ASSIGN-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF ASSIGN-SVC-REQ
           MOVE 'DEMO-CORR-0048' TO CORR-ID OF ASSIGN-SVC-REQ
           MOVE WS-FIND-EMP-ID
               TO EMP-ID OF IN-ASSIGN OF ASSIGN-SVC-REQ

           DISPLAY 'Department ID: ' WITH NO ADVANCING
           ACCEPT DEPT-ID OF IN-ASSIGN OF ASSIGN-SVC-REQ
           DISPLAY 'FTE percent (1-100): ' WITH NO ADVANCING
           ACCEPT FTE-PERCENT OF IN-ASSIGN OF ASSIGN-SVC-REQ
           DISPLAY 'Effective From YYYYMMDD: ' WITH NO ADVANCING
           ACCEPT EFFECTIVE-FROM OF IN-ASSIGN OF ASSIGN-SVC-REQ
           DISPLAY 'Worked at establishment (blank = own site): '
               WITH NO ADVANCING
           ACCEPT ASSIGN-LOCATION-CODE OF IN-ASSIGN OF ASSIGN-SVC-REQ

           CALL 'ASSIGN-SVC' USING ASSIGN-SVC-REQ ASSIGN-SVC-RES

           DISPLAY ' '
           IF OK OF ASSIGN-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF ASSIGN-SVC-RES
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF ASSIGN-SVC-RES ')'
               DISPLAY STATUS-MSG OF ASSIGN-SVC-RES
           END-IF
           .

       ASSIGNMENT-END.
           DISPLAY 'Assignment sequence to end: ' WITH NO ADVANCING
           MOVE 0 TO WS-GARN-END-SEQ
           ACCEPT WS-GARN-END-SEQ

           INITIALIZE ASSIGN-SVC-REQ
           SET OP-END OF ASSIGN-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF ASSIGN-SVC-REQ
           MOVE 'DEMO-CORR-0048' TO CORR-ID OF ASSIGN-SVC-REQ
           MOVE WS-FIND-EMP-ID TO Q-EMP-ID OF ASSIGN-SVC-REQ
           MOVE WS-GARN-END-SEQ TO Q-ASSIGN-SEQ OF ASSIGN-SVC-REQ

           CALL 'ASSIGN-SVC' USING ASSIGN-SVC-REQ ASSIGN-SVC-RES

           DISPLAY ' '
           IF OK OF ASSIGN-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF ASSIGN-SVC-RES
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF ASSIGN-SVC-RES ')'
               DISPLAY STATUS-MSG OF ASSIGN-SVC-RES
           END-IF
           .

      * OFFBOARDING-SCREEN: The guided walk through everything a
      * termination touches - benefit enrollments and earnings
      * records ended as of the termination date, open arrears and
      * loan balances surfaced, the final payroll confirmed - with a
      * completion checklist printed per leaver. The termination
      * itself must already be on the employee record (via the
      * approval worklist); an active employee is sent there first.
       OFFBOARDING-SCREEN.
           DISPLAY ' '
           DISPLAY 'GUIDED OFFBOARDING'
           DISPLAY '========================================='

           DISPLAY 'Enter Employee ID: ' WITH NO ADVANCING
           ACCEPT WS-FIND-EMP-ID

           INITIALIZE EMP-SVC-REQ
           MOVE 'F' TO OP-CODE OF EMP-SVC-REQ
           MOVE WS-OPERATOR-ID TO USER-ID OF EMP-SVC-REQ
           MOVE 'DEMO-CORR-0047' TO CORR-ID OF EMP-SVC-REQ
           MOVE WS-FIND-EMP-ID TO Q-EMP-ID OF EMP-SVC-REQ
           MOVE LATEST-VERSION-DATE TO AS-OF-DATE OF EMP-SVC-REQ

           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES

           IF NOT OK OF EMP-SVC-RES
               DISPLAY 'ERROR: ' STATUS-MSG OF EMP-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF NOT TERMINATED OF OUT-EMP OF EMP-SVC-RES
               DISPLAY 'Employee is not terminated yet.'
               DISPLAY 'Submit the termination first (option 5) -'
               DISPLAY 'it applies once approved from the change'
               DISPLAY 'worklist, then resume offboarding here.'
               EXIT PARAGRAPH
           END-IF

           MOVE VALID-TO OF OUT-EMP OF EMP-SVC-RES
               TO WS-OFF-TERM-DATE
           DIVIDE WS-OFF-TERM-DATE BY 100 GIVING WS-OFF-TERM-MONTH
           DISPLAY 'Terminated effective ' WS-OFF-TERM-DATE

           PERFORM OFFBOARD-OPEN-CHECKLIST
           MOVE SPACES TO WS-RPT-LINE
           STRING 'EMPLOYEE ' WS-FIND-EMP-ID
                  '  TERMINATED ' WS-OFF-TERM-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM OFFBOARD-CHECKLIST-LINE

           PERFORM OFFBOARD-END-BENEFITS
           PERFORM OFFBOARD-END-EARNINGS
           PERFORM OFFBOARD-SHOW-ARREARS
           PERFORM OFFBOARD-SHOW-LOANS
           PERFORM OFFBOARD-RESIDENT-TAX
           PERFORM OFFBOARD-CHECK-FINAL-PAY

           PERFORM OFFBOARD-CLOSE-CHECKLIST
           DISPLAY 'Offboarding checklist printed.'
           DISPLAY ' '
           .

       OFFBOARD-END-BENEFITS.
           DISPLAY ' '
           DISPLAY '-- Benefit enrollments --'
           MOVE 0 TO WS-OFF-ENDED-BEN
           MOVE SPACES TO WS-OFF-CURSOR
           SET MORE-OFF-TO-SCAN TO TRUE

           PERFORM OFFBOARD-ONE-BENEFIT UNTIL NO-MORE-OFF

           MOVE SPACES TO WS-RPT-LINE
           STRING 'BENEFIT ENROLLMENTS ENDED: ' WS-OFF-ENDED-BEN
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM OFFBOARD-CHECKLIST-LINE
           .

       OFFBOARD-ONE-BENEFIT.
           INITIALIZE BENEFIT-SVC-REQ
           INITIALIZE BENEFIT-SVC-RES
           MOVE 'L' TO OP-CODE OF BENEFIT-SVC-REQ
           MOVE WS-OPERATOR-ID TO USER-ID OF BENEFIT-SVC-REQ
           MOVE 'DEMO-CORR-0047' TO CORR-ID OF BENEFIT-SVC-REQ
           MOVE WS-FIND-EMP-ID TO Q-EMP-ID OF BENEFIT-SVC-REQ
           MOVE WS-OFF-CURSOR TO Q-CURSOR OF BENEFIT-SVC-REQ

           CALL 'BENEFIT-SVC' USING BENEFIT-SVC-REQ BENEFIT-SVC-RES

           IF NOT OK OF BENEFIT-SVC-RES
               SET NO-MORE-OFF TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE NEXT-CURSOR OF BENEFIT-SVC-RES TO WS-OFF-CURSOR
           IF NOT MORE-RESULTS OF BENEFIT-SVC-RES
               SET NO-MORE-OFF TO TRUE
           END-IF

           IF BENEFIT-ACTIVE OF OUT-BENEFIT OF BENEFIT-SVC-RES
                   AND END-DATE OF OUT-BENEFIT OF BENEFIT-SVC-RES
                       > WS-OFF-TERM-DATE
               DISPLAY 'Enrollment '
                   BENEFIT-CODE OF OUT-BENEFIT OF BENEFIT-SVC-RES
                   ' still deducting. End it as of '
                   WS-OFF-TERM-DATE ' ? (Y/N): '
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM-ANS
               IF WS-CONFIRM-ANS = 'Y' OR 'y'
                   MOVE OUT-BENEFIT OF BENEFIT-SVC-RES
                       TO IN-BENEFIT OF BENEFIT-SVC-REQ
                   MOVE 'U' TO OP-CODE OF BENEFIT-SVC-REQ
                   MOVE WS-OPERATOR-ID
                       TO USER-ID OF BENEFIT-SVC-REQ
                   MOVE WS-FIND-EMP-ID
                       TO Q-EMP-ID OF BENEFIT-SVC-REQ
                   MOVE BENEFIT-CODE OF IN-BENEFIT
                       OF BENEFIT-SVC-REQ
                       TO Q-BENEFIT-CODE OF BENEFIT-SVC-REQ
                   MOVE WS-OFF-TERM-DATE
                       TO END-DATE OF IN-BENEFIT OF BENEFIT-SVC-REQ
                   CALL 'BENEFIT-SVC' USING BENEFIT-SVC-REQ
                                            BENEFIT-SVC-RES
                   IF OK OF BENEFIT-SVC-RES
                       ADD 1 TO WS-OFF-ENDED-BEN
                       DISPLAY 'Ended.'
                   ELSE
                       DISPLAY 'ERROR: '
                           STATUS-MSG OF BENEFIT-SVC-RES
                   END-IF
               END-IF
           END-IF
           .

       OFFBOARD-END-EARNINGS.
           DISPLAY ' '
           DISPLAY '-- Earnings components --'
           MOVE 0 TO WS-OFF-ENDED-EARN
           MOVE SPACES TO WS-OFF-CURSOR
           SET MORE-OFF-TO-SCAN TO TRUE

           PERFORM OFFBOARD-ONE-EARNING UNTIL NO-MORE-OFF

           MOVE SPACES TO WS-RPT-LINE
           STRING 'EARNINGS COMPONENTS ENDED: ' WS-OFF-ENDED-EARN
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM OFFBOARD-CHECKLIST-LINE
           .

       OFFBOARD-ONE-EARNING.
           INITIALIZE EARN-SVC-REQ
           INITIALIZE EARN-SVC-RES
           MOVE 'L' TO OP-CODE OF EARN-SVC-REQ
           MOVE WS-OPERATOR-ID TO USER-ID OF EARN-SVC-REQ
           MOVE 'DEMO-CORR-0047' TO CORR-ID OF EARN-SVC-REQ
           MOVE WS-FIND-EMP-ID TO Q-EMP-ID OF EARN-SVC-REQ
           MOVE WS-OFF-CURSOR TO Q-CURSOR OF EARN-SVC-REQ

           CALL 'EARN-SVC' USING EARN-SVC-REQ EARN-SVC-RES

           IF NOT OK OF EARN-SVC-RES
               SET NO-MORE-OFF TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE NEXT-CURSOR OF EARN-SVC-RES TO WS-OFF-CURSOR
           IF NOT MORE-RESULTS OF EARN-SVC-RES
               SET NO-MORE-OFF TO TRUE
           END-IF

           IF EARN-ACTIVE OF OUT-EARNING OF EARN-SVC-RES
                   AND EFFECTIVE-TO OF OUT-EARNING OF EARN-SVC-RES
                       > WS-OFF-TERM-DATE
               DISPLAY 'Component '
                   EARN-CODE OF OUT-EARNING OF EARN-SVC-RES
                   ' still paying. End it as of '
                   WS-OFF-TERM-DATE ' ? (Y/N): '
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM-ANS
               IF WS-CONFIRM-ANS = 'Y' OR 'y'
                   MOVE OUT-EARNING OF EARN-SVC-RES
                       TO IN-EARNING OF EARN-SVC-REQ
                   MOVE 'U' TO OP-CODE OF EARN-SVC-REQ
                   MOVE WS-OPERATOR-ID TO USER-ID OF EARN-SVC-REQ
                   MOVE WS-FIND-EMP-ID TO Q-EMP-ID OF EARN-SVC-REQ
                   MOVE EARN-CODE OF IN-EARNING OF EARN-SVC-REQ
                       TO Q-EARN-CODE OF EARN-SVC-REQ
                   MOVE WS-OFF-TERM-DATE
                       TO EFFECTIVE-TO OF IN-EARNING
                           OF EARN-SVC-REQ
                   CALL 'EARN-SVC' USING EARN-SVC-REQ EARN-SVC-RES
                   IF OK OF EARN-SVC-RES
                       ADD 1 TO WS-OFF-ENDED-EARN
                       DISPLAY 'Ended.'
                   ELSE
                       DISPLAY 'ERROR: '
                           STATUS-MSG OF EARN-SVC-RES
                   END-IF
               END-IF
           END-IF
           .

       OFFBOARD-SHOW-ARREARS.
           INITIALIZE ARR-SVC-REQ
           INITIALIZE ARR-SVC-RES
           SET OP-INQUIRE OF ARR-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF ARR-SVC-REQ
           MOVE 'DEMO-CORR-0047' TO CORR-ID OF ARR-SVC-REQ
           MOVE WS-FIND-EMP-ID TO Q-EMP-ID OF ARR-SVC-REQ

           CALL 'ARREARS-SVC' USING ARR-SVC-REQ ARR-SVC-RES

           DISPLAY ' '
           IF OK OF ARR-SVC-RES
                   AND OUT-BALANCE OF ARR-SVC-RES > 0
               DISPLAY '*** OPEN ARREARS BALANCE: '
                   OUT-BALANCE OF ARR-SVC-RES
               MOVE SPACES TO WS-RPT-LINE
               STRING 'OPEN ARREARS BALANCE REMAINS - REVIEW'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               DISPLAY 'No open arrears.'
               MOVE 'NO OPEN ARREARS' TO WS-RPT-LINE
           END-IF
           PERFORM OFFBOARD-CHECKLIST-LINE
           .

       OFFBOARD-SHOW-LOANS.
           INITIALIZE LOAN-SVC-REQ
           INITIALIZE LOAN-SVC-RES
           SET OP-FIND-ACTIVE OF LOAN-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF LOAN-SVC-REQ
           MOVE 'DEMO-CORR-0047' TO CORR-ID OF LOAN-SVC-REQ
           MOVE WS-FIND-EMP-ID TO Q-EMP-ID OF LOAN-SVC-REQ

           CALL 'LOAN-SVC' USING LOAN-SVC-REQ LOAN-SVC-RES

           IF OK OF LOAN-SVC-RES
                   AND ACTIVE-COUNT OF LOAN-SVC-RES > 0
               DISPLAY '*** ACTIVE LOANS REMAIN - the final'
               DISPLAY '    payment takes the balance.'
               PERFORM DISPLAY-ONE-LOAN
                   VARYING WS-GARN-LIST-IDX FROM 1 BY 1
                   UNTIL WS-GARN-LIST-IDX
                       > ACTIVE-COUNT OF LOAN-SVC-RES
               MOVE 'ACTIVE LOAN BALANCES REMAIN - REVIEW'
                   TO WS-RPT-LINE
           ELSE
               DISPLAY 'No active loans.'
               MOVE 'NO ACTIVE LOANS' TO WS-RPT-LINE
           END-IF
           PERFORM OFFBOARD-CHECKLIST-LINE
           .

       OFFBOARD-CHECK-FINAL-PAY.
           INITIALIZE PAY-SVC-REQ
           INITIALIZE PAY-SVC-RES
           MOVE 'H' TO OP-CODE OF PAY-SVC-REQ
           MOVE WS-OPERATOR-ID TO USER-ID OF PAY-SVC-REQ
           MOVE 'DEMO-CORR-0047' TO CORR-ID OF PAY-SVC-REQ
           MOVE WS-FIND-EMP-ID TO Q-EMP-ID OF PAY-SVC-REQ
           MOVE 0 TO Q-CURSOR OF PAY-SVC-REQ

           CALL 'PAY-SVC' USING PAY-SVC-REQ PAY-SVC-RES

           DISPLAY ' '
           IF OK OF PAY-SVC-RES
                   AND PAY-PERIOD OF OUT-PAY OF PAY-SVC-RES
                       = WS-OFF-TERM-MONTH
               DISPLAY 'Final-period payroll on file (PAY-ID '
                   PAY-ID OF OUT-PAY OF PAY-SVC-RES ').'
               MOVE 'FINAL PAYROLL CREATED' TO WS-RPT-LINE
           ELSE
               DISPLAY '*** NO PAYROLL FOR THE TERMINATION MONTH -'
               DISPLAY '    create the final payment record.'
               MOVE 'FINAL PAYROLL MISSING - CREATE IT'
                   TO WS-RPT-LINE
           END-IF
           PERFORM OFFBOARD-CHECKLIST-LINE
           .

      * OFFBOARD-RESIDENT-TAX: The resident tax change notification
      * for the leaver - the balance of the fiscal year, the
      * lump-sum choice for a January-May leaver, recorded for the
      * RTAXCHG notification run.
       OFFBOARD-RESIDENT-TAX.
           MOVE WS-FIND-EMP-ID TO WS-RTC-EMP-ID
           MOVE WS-OFF-TERM-DATE TO WS-RTC-CHANGE-DATE
           MOVE 'T' TO WS-RTC-REASON
           MOVE SPACES TO WS-RTC-NEW-COMPANY
           PERFORM RESTAX-SHOW-BALANCE
           IF RTC-ON-FILE
               PERFORM RESTAX-RECORD-CHANGE
           END-IF
           MOVE WS-RTC-RESULT TO WS-RPT-LINE
           PERFORM OFFBOARD-CHECKLIST-LINE
           .

      * OFFBOARD-OPEN-CHECKLIST / -LINE / -CLOSE: the leaver's
      * printed completion checklist through the shared RPT-PRINT
      * writer.
       OFFBOARD-OPEN-CHECKLIST.
           MOVE WS-OPERATOR-ID TO WS-RPT-OPERATOR
           MOVE 'O' TO WS-RPT-OP
           MOVE SPACES TO WS-RPT-LINE
           CALL 'RPT-PRINT' USING WS-RPT-OP WS-RPT-NAME WS-RPT-TITLE
                                  WS-RPT-OPERATOR WS-RPT-LINE
                                  WS-RPT-STATUS
           MOVE SPACES TO WS-RPT-LINE
           .

       OFFBOARD-CHECKLIST-LINE.
           MOVE 'W' TO WS-RPT-OP
           CALL 'RPT-PRINT' USING WS-RPT-OP WS-RPT-NAME WS-RPT-TITLE
                                  WS-RPT-OPERATOR WS-RPT-LINE
                                  WS-RPT-STATUS
           MOVE SPACES TO WS-RPT-LINE
           .

       OFFBOARD-CLOSE-CHECKLIST.
           MOVE 'C' TO WS-RPT-OP
           CALL 'RPT-PRINT' USING WS-RPT-OP WS-RPT-NAME WS-RPT-TITLE
                                  WS-RPT-OPERATOR WS-RPT-LINE
                                  WS-RPT-STATUS
           .

      * CHANGE-APPROVAL-SCREEN: The maker-checker worklist - walks
      * the pending employee changes, each one approvable or
      * rejectable on the spot. EMPAPPR-SVC refuses the maker
      * deciding their own change, and approval is what applies the
      * change through EMP-SVC.
       CHANGE-APPROVAL-SCREEN.
           DISPLAY ' '
           DISPLAY 'EMPLOYEE CHANGE APPROVAL WORKLIST'
           DISPLAY '========================================='

           MOVE 0 TO WS-PTX-CURSOR
           MOVE 'Y' TO WS-PTX-ANS

           PERFORM UNTIL WS-PTX-ANS NOT = 'Y'
                   AND WS-PTX-ANS NOT = 'y'
               INITIALIZE EMPAPPR-SVC-REQ
               SET OP-LIST OF EMPAPPR-SVC-REQ TO TRUE
               MOVE WS-OPERATOR-ID TO USER-ID OF EMPAPPR-SVC-REQ
               MOVE 'DEMO-CORR-0046' TO CORR-ID OF EMPAPPR-SVC-REQ
               MOVE WS-PTX-CURSOR TO Q-CURSOR OF EMPAPPR-SVC-REQ

               CALL 'EMPAPPR-SVC' USING EMPAPPR-SVC-REQ
                                        EMPAPPR-SVC-RES

               IF OK OF EMPAPPR-SVC-RES
                   MOVE NEXT-CURSOR OF EMPAPPR-SVC-RES
                       TO WS-PTX-CURSOR
                   IF CHG-PENDING OF OUT-EMPCHG OF EMPAPPR-SVC-RES
                       PERFORM DECIDE-ONE-CHANGE
                   END-IF
                   IF MORE-RESULTS OF EMPAPPR-SVC-RES
                       CONTINUE
                   ELSE
                       DISPLAY 'End of worklist.'
                       MOVE 'N' TO WS-PTX-ANS
                   END-IF
               ELSE
                   DISPLAY STATUS-MSG OF EMPAPPR-SVC-RES
                   MOVE 'N' TO WS-PTX-ANS
               END-IF
           END-PERFORM
           DISPLAY ' '
           .

       DECIDE-ONE-CHANGE.
           DISPLAY ' '
           DISPLAY 'Change ID: '
               CHG-ID OF OUT-EMPCHG OF EMPAPPR-SVC-RES
               '  Employee: '
               EMP-ID OF OUT-EMPCHG OF EMPAPPR-SVC-RES
               '  Type: '
               CHG-TYPE OF OUT-EMPCHG OF EMPAPPR-SVC-RES
           DISPLAY 'Maker: '
               MAKER-ID OF OUT-EMPCHG OF EMPAPPR-SVC-RES
           IF SOURCE-PORTAL OF OUT-EMPCHG OF EMPAPPR-SVC-RES
               DISPLAY 'Sent by the employee via the portal, request '
                   PORTAL-REQ-ID OF OUT-EMPCHG OF EMPAPPR-SVC-RES
           END-IF
           EVALUATE TRUE
               WHEN CHG-BANK-ACCOUNT OF OUT-EMPCHG OF EMPAPPR-SVC-RES
                   PERFORM SHOW-PROPOSED-BANK
               WHEN CHG-DEPENDENT OF OUT-EMPCHG OF EMPAPPR-SVC-RES
                   PERFORM SHOW-PROPOSED-DEPENDENT
               WHEN CHG-COMMUTE OF OUT-EMPCHG OF EMPAPPR-SVC-RES
                   PERFORM SHOW-PROPOSED-COMMUTE
               WHEN OTHER
                   PERFORM SHOW-PROPOSED-EMPLOYEE
           END-EVALUATE
           DISPLAY 'A)pprove, R)eject, or S)kip: '
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANS

           IF WS-CONFIRM-ANS = 'A' OR 'a' OR 'R' OR 'r'
               MOVE CHG-ID OF OUT-EMPCHG OF EMPAPPR-SVC-RES
                   TO WS-PTX-TX-ID
               INITIALIZE EMPAPPR-SVC-REQ
               SET OP-DECIDE OF EMPAPPR-SVC-REQ TO TRUE
               MOVE WS-OPERATOR-ID TO USER-ID OF EMPAPPR-SVC-REQ
               MOVE 'DEMO-CORR-0046' TO CORR-ID OF EMPAPPR-SVC-REQ
               MOVE WS-PTX-TX-ID TO Q-CHG-ID OF EMPAPPR-SVC-REQ
               IF WS-CONFIRM-ANS = 'A' OR 'a'
                   MOVE 'A' TO Q-DECISION OF EMPAPPR-SVC-REQ
               ELSE
                   MOVE 'R' TO Q-DECISION OF EMPAPPR-SVC-REQ
               END-IF

               CALL 'EMPAPPR-SVC' USING EMPAPPR-SVC-REQ
                                        EMPAPPR-SVC-RES

               IF OK OF EMPAPPR-SVC-RES
                   DISPLAY STATUS-MSG OF EMPAPPR-SVC-RES
               ELSE
                   DISPLAY 'ERROR (Code '
                       STATUS-CODE-N OF EMPAPPR-SVC-RES ')'
                   DISPLAY STATUS-MSG OF EMPAPPR-SVC-RES
               END-IF
      *        The DECIDE wiped the LIST response - resume paging
      *        from the change just decided
               MOVE WS-PTX-TX-ID TO WS-PTX-CURSOR
           END-IF
           .

       SHOW-PROPOSED-EMPLOYEE.
           MOVE PROPOSED-IMAGE OF OUT-EMPCHG OF EMPAPPR-SVC-RES
               TO WS-EMP-BEFORE
           DISPLAY 'Proposed Last Name:  '
               LAST-NAME OF WS-EMP-BEFORE
           DISPLAY 'Proposed First Name: '
               FIRST-NAME OF WS-EMP-BEFORE
           DISPLAY 'Proposed Grade:      '
               GRADE-CODE OF WS-EMP-BEFORE
           DISPLAY 'Proposed Address:    '
               ADDR-LINE-1 OF WS-EMP-BEFORE
           DISPLAY '                     '
               CITY OF WS-EMP-BEFORE ' '
               POSTAL-CODE OF WS-EMP-BEFORE
           IF CHG-TERMINATE OF OUT-EMPCHG OF EMPAPPR-SVC-RES
               DISPLAY 'Termination Date:    '
                   VALID-TO OF WS-EMP-BEFORE
               DISPLAY 'Reason:              '
                   TERM-REASON-CODE OF WS-EMP-BEFORE
           END-IF
           .

       SHOW-PROPOSED-BANK.
           MOVE PROPOSED-IMAGE OF OUT-EMPCHG OF EMPAPPR-SVC-RES
               TO WS-CHG-BANK
           DISPLAY 'Bank Account Seq:    ' ACCT-SEQ OF WS-CHG-BANK
           DISPLAY 'Bank / Branch:       ' BANK-CODE OF WS-CHG-BANK
               ' / ' BRANCH-CODE OF WS-CHG-BANK
           DISPLAY 'Type / Number:       ' ACCT-TYPE OF WS-CHG-BANK
               ' / ' ACCT-NUMBER OF WS-CHG-BANK
           DISPLAY 'Holder (kana):       ' HOLDER-KANA OF WS-CHG-BANK
           .

       SHOW-PROPOSED-DEPENDENT.
           MOVE PROPOSED-IMAGE OF OUT-EMPCHG OF EMPAPPR-SVC-RES
               TO WS-CHG-DEP
           IF DEP-SEQ OF WS-CHG-DEP NOT = 0
               DISPLAY 'End dependent seq ' DEP-SEQ OF WS-CHG-DEP
                   ' on ' EFFECTIVE-TO OF WS-CHG-DEP
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'New Dependent:       '
               DEP-LAST-NAME OF WS-CHG-DEP
           DISPLAY '                     '
               DEP-FIRST-NAME OF WS-CHG-DEP
           DISPLAY 'Kana:                ' DEP-KANA OF WS-CHG-DEP
           DISPLAY 'Birth / Relation:    ' BIRTH-DATE OF WS-CHG-DEP
               ' / ' RELATIONSHIP OF WS-CHG-DEP
           DISPLAY 'Tax Dependent:       '
               TAX-DEPENDENT OF WS-CHG-DEP
               '  From ' EFFECTIVE-FROM OF WS-CHG-DEP
           .

       SHOW-PROPOSED-COMMUTE.
           MOVE PROPOSED-IMAGE OF OUT-EMPCHG OF EMPAPPR-SVC-RES
               TO WS-CHG-COMM
           DISPLAY 'Commuting Route:     '
               COMMUTE-ROUTE OF WS-CHG-COMM
           DISPLAY 'Pass Months / Cost:  '
               PASS-MONTHS OF WS-CHG-COMM ' / '
               PASS-AMOUNT OF WS-CHG-COMM
           DISPLAY 'Pass Start:          ' PASS-START OF WS-CHG-COMM
           .

      * PENDING-TX-SCREEN: Future-dated transactions - enter a
      * transfer, termination, grade change or manager change with
      * its effective date; list and cancel pending entries. The
      * daily RELPEND batch applies them through the normal EMP-SVC
      * operations when the date arrives.
       PENDING-TX-SCREEN.
           DISPLAY ' '
           DISPLAY 'FUTURE-DATED TRANSACTIONS'
           DISPLAY '========================================='
           DISPLAY 'E)nter new, L)ist pending, C)ancel, Q)uit: '
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANS

           EVALUATE WS-CONFIRM-ANS
               WHEN 'E'
               WHEN 'e'
                   PERFORM PENDING-TX-ENTER
               WHEN 'L'
               WHEN 'l'
                   PERFORM PENDING-TX-LIST
               WHEN 'C'
               WHEN 'c'
                   PERFORM PENDING-TX-CANCEL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           DISPLAY ' '
           .

       PENDING-TX-ENTER.
           INITIALIZE PENDTX-SVC-REQ
           SET OP-ADD OF PENDTX-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF PENDTX-SVC-REQ
           MOVE 'DEMO-CORR-0045' TO CORR-ID OF PENDTX-SVC-REQ

           DISPLAY 'Employee ID: ' WITH NO ADVANCING
           ACCEPT EMP-ID OF IN-PENDTX OF PENDTX-SVC-REQ
           DISPLAY 'Type X=Transfer T=Terminate G=Grade M=Manager'
           DISPLAY '     E=Employee type: ' WITH NO ADVANCING
           ACCEPT TX-TYPE OF IN-PENDTX OF PENDTX-SVC-REQ
           DISPLAY 'Effective Date YYYYMMDD: ' WITH NO ADVANCING
           ACCEPT EFFECTIVE-DATE OF IN-PENDTX OF PENDTX-SVC-REQ

           EVALUATE TRUE
               WHEN TX-TRANSFER OF IN-PENDTX OF PENDTX-SVC-REQ
                   DISPLAY 'New Department ID: ' WITH NO ADVANCING
                   ACCEPT NEW-DEPT-ID
                       OF IN-PENDTX OF PENDTX-SVC-REQ
               WHEN TX-TERMINATE OF IN-PENDTX OF PENDTX-SVC-REQ
                   DISPLAY 'Reason (RS/LO/IV/RT/CE): '
                       WITH NO ADVANCING
                   ACCEPT TERM-REASON-CODE
                       OF IN-PENDTX OF PENDTX-SVC-REQ
               WHEN TX-GRADE-CHANGE OF IN-PENDTX OF PENDTX-SVC-REQ
                   DISPLAY 'New Grade Code: ' WITH NO ADVANCING
                   ACCEPT NEW-GRADE-CODE
                       OF IN-PENDTX OF PENDTX-SVC-REQ
               WHEN TX-MANAGER-CHANGE
                       OF IN-PENDTX OF PENDTX-SVC-REQ
                   DISPLAY 'New Manager Employee ID: '
                       WITH NO ADVANCING
                   ACCEPT NEW-MANAGER-ID
                       OF IN-PENDTX OF PENDTX-SVC-REQ
               WHEN TX-TYPE-CHANGE OF IN-PENDTX OF PENDTX-SVC-REQ
                   DISPLAY 'New Employee Type F=Full P=Part: '
                       WITH NO ADVANCING
                   ACCEPT NEW-EMP-TYPE
                       OF IN-PENDTX OF PENDTX-SVC-REQ
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           CALL 'PENDTX-SVC' USING PENDTX-SVC-REQ PENDTX-SVC-RES

           DISPLAY ' '
           IF OK OF PENDTX-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF PENDTX-SVC-RES
               DISPLAY 'Transaction ID: '
                   TX-ID OF OUT-PENDTX OF PENDTX-SVC-RES
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF PENDTX-SVC-RES ')'
               DISPLAY STATUS-MSG OF PENDTX-SVC-RES
           END-IF
           .

       PENDING-TX-LIST.
           MOVE 0 TO WS-PTX-CURSOR
           MOVE 'Y' TO WS-PTX-ANS

           PERFORM UNTIL WS-PTX-ANS NOT = 'Y'
                   AND WS-PTX-ANS NOT = 'y'
               INITIALIZE PENDTX-SVC-REQ
               SET OP-LIST OF PENDTX-SVC-REQ TO TRUE
               MOVE WS-OPERATOR-ID TO USER-ID OF PENDTX-SVC-REQ
               MOVE 'DEMO-CORR-0045' TO CORR-ID OF PENDTX-SVC-REQ
               MOVE WS-PTX-CURSOR TO Q-CURSOR OF PENDTX-SVC-REQ

               CALL 'PENDTX-SVC' USING PENDTX-SVC-REQ PENDTX-SVC-RES

               IF OK OF PENDTX-SVC-RES
                   MOVE NEXT-CURSOR OF PENDTX-SVC-RES
                       TO WS-PTX-CURSOR
                   IF TX-PENDING OF OUT-PENDTX OF PENDTX-SVC-RES
                       DISPLAY 'TX '
                           TX-ID OF OUT-PENDTX OF PENDTX-SVC-RES
                           ' EMP '
                           EMP-ID OF OUT-PENDTX OF PENDTX-SVC-RES
                           ' TYPE '
                           TX-TYPE OF OUT-PENDTX OF PENDTX-SVC-RES
                           ' EFFECTIVE '
                           EFFECTIVE-DATE
                               OF OUT-PENDTX OF PENDTX-SVC-RES
                   END-IF
                   IF MORE-RESULTS OF PENDTX-SVC-RES
                       CONTINUE
                   ELSE
                       DISPLAY 'End of queue.'
                       MOVE 'N' TO WS-PTX-ANS
                   END-IF
               ELSE
                   DISPLAY STATUS-MSG OF PENDTX-SVC-RES
                   MOVE 'N' TO WS-PTX-ANS
               END-IF
           END-PERFORM
           .

       PENDING-TX-CANCEL.
           DISPLAY 'Transaction ID to cancel: ' WITH NO ADVANCING
           MOVE 0 TO WS-PTX-TX-ID
           ACCEPT WS-PTX-TX-ID

           INITIALIZE PENDTX-SVC-REQ
           SET OP-CANCEL OF PENDTX-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF PENDTX-SVC-REQ
           MOVE 'DEMO-CORR-0045' TO CORR-ID OF PENDTX-SVC-REQ
           MOVE WS-PTX-TX-ID TO Q-TX-ID OF PENDTX-SVC-REQ

           CALL 'PENDTX-SVC' USING PENDTX-SVC-REQ PENDTX-SVC-RES

           DISPLAY ' '
           IF OK OF PENDTX-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF PENDTX-SVC-RES
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF PENDTX-SVC-RES ')'
               DISPLAY STATUS-MSG OF PENDTX-SVC-RES
           END-IF
           .

      * LOAN-SCREEN: Company loan / salary advance maintenance -
      * lists the employee's active loans with balances, then offers
      * booking a new one or writing one off. Installments come out
      * automatically at calculation.
       LOAN-SCREEN.
           DISPLAY ' '
           DISPLAY 'LOANS / ADVANCES'
           DISPLAY '========================================='

           DISPLAY 'Enter Employee ID: ' WITH NO ADVANCING
           ACCEPT WS-FIND-EMP-ID

           INITIALIZE LOAN-SVC-REQ
           SET OP-FIND-ACTIVE OF LOAN-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF LOAN-SVC-REQ
           MOVE 'DEMO-CORR-0044' TO CORR-ID OF LOAN-SVC-REQ
           MOVE WS-FIND-EMP-ID TO Q-EMP-ID OF LOAN-SVC-REQ

           CALL 'LOAN-SVC' USING LOAN-SVC-REQ LOAN-SVC-RES

           IF OK OF LOAN-SVC-RES
                   AND ACTIVE-COUNT OF LOAN-SVC-RES > 0
               DISPLAY 'Active loans:'
               PERFORM DISPLAY-ONE-LOAN
                   VARYING WS-GARN-LIST-IDX FROM 1 BY 1
                   UNTIL WS-GARN-LIST-IDX
                       > ACTIVE-COUNT OF LOAN-SVC-RES
           ELSE
               DISPLAY 'No active loans on file.'
           END-IF

           DISPLAY 'A)dd loan, W)rite off, or Q)uit: '
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANS
           EVALUATE WS-CONFIRM-ANS
               WHEN 'A'
               WHEN 'a'
                   PERFORM LOAN-ADD
               WHEN 'W'
               WHEN 'w'
                   PERFORM LOAN-WRITE-OFF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           DISPLAY ' '
           .

       DISPLAY-ONE-LOAN.
           DISPLAY '  Seq '
               ACT-LOAN-SEQ OF LOAN-SVC-RES(WS-GARN-LIST-IDX)
               '  ' ACT-LOAN-DESCR OF LOAN-SVC-RES(WS-GARN-LIST-IDX)
               '  Installment '
               ACT-INSTALLMENT OF LOAN-SVC-RES(WS-GARN-LIST-IDX)
               '  Balance '
               ACT-BALANCE OF LOAN-SVC-RES(WS-GARN-LIST-IDX)
           .

       LOAN-ADD.
           INITIALIZE LOAN-SVC-REQ
           SET OP-ADD OF LOAN-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF LOAN-SVC-REQ
           MOVE 'DEMO-CORR-0044' TO CORR-ID OF LOAN-SVC-REQ
           MOVE WS-FIND-EMP-ID
               TO EMP-ID OF IN-LOAN OF LOAN-SVC-REQ

           DISPLAY 'Type L=Loan V=Advance: ' WITH NO ADVANCING
           ACCEPT LOAN-TYPE OF IN-LOAN OF LOAN-SVC-REQ
           DISPLAY 'Description: ' WITH NO ADVANCING
           ACCEPT LOAN-DESCR OF IN-LOAN OF LOAN-SVC-REQ
           DISPLAY 'Principal: ' WITH NO ADVANCING
           ACCEPT PRINCIPAL OF IN-LOAN OF LOAN-SVC-REQ
           DISPLAY 'Installment per period: ' WITH NO ADVANCING
           ACCEPT INSTALLMENT-AMOUNT OF IN-LOAN OF LOAN-SVC-REQ

           CALL 'LOAN-SVC' USING LOAN-SVC-REQ LOAN-SVC-RES

           DISPLAY ' '
           IF OK OF LOAN-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF LOAN-SVC-RES
               DISPLAY 'Booked as sequence '
                   LOAN-SEQ OF OUT-LOAN OF LOAN-SVC-RES
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF LOAN-SVC-RES ')'
               DISPLAY STATUS-MSG OF LOAN-SVC-RES
           END-IF
           .

       LOAN-WRITE-OFF.
           DISPLAY 'Loan sequence to write off: ' WITH NO ADVANCING
           MOVE 0 TO WS-GARN-END-SEQ
           ACCEPT WS-GARN-END-SEQ

           INITIALIZE LOAN-SVC-REQ
           SET OP-END OF LOAN-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF LOAN-SVC-REQ
           MOVE 'DEMO-CORR-0044' TO CORR-ID OF LOAN-SVC-REQ
           MOVE WS-FIND-EMP-ID TO Q-EMP-ID OF LOAN-SVC-REQ
           MOVE WS-GARN-END-SEQ TO Q-LOAN-SEQ OF LOAN-SVC-REQ

           CALL 'LOAN-SVC' USING LOAN-SVC-REQ LOAN-SVC-RES

           DISPLAY ' '
           IF OK OF LOAN-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF LOAN-SVC-RES
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF LOAN-SVC-RES ')'
               DISPLAY STATUS-MSG OF LOAN-SVC-RES
           END-IF
           .

      * SAVINGS-PLAN-SCREEN: Shareholding association and property-
      * accumulation savings enrollments - lists the plans deducting
      * today, then offers enrolling, changing a plan's amounts, or
      * suspending, resuming or withdrawing it. CALCULATE-PAYROLL
      * deducts the contributions and SAVREMIT remits them.
       SAVINGS-PLAN-SCREEN.
           DISPLAY ' '
           DISPLAY 'SAVINGS PLANS'
           DISPLAY '========================================='

           DISPLAY 'Enter Employee ID: ' WITH NO ADVANCING
           ACCEPT WS-FIND-EMP-ID

           INITIALIZE SAVE-SVC-REQ
           SET OP-FIND-ACTIVE OF SAVE-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF SAVE-SVC-REQ
           MOVE 'DEMO-CORR-0067' TO CORR-ID OF SAVE-SVC-REQ
           MOVE WS-FIND-EMP-ID TO Q-EMP-ID OF SAVE-SVC-REQ
           ACCEPT Q-DATE OF SAVE-SVC-REQ FROM DATE YYYYMMDD

           CALL 'SAVE-SVC' USING SAVE-SVC-REQ SAVE-SVC-RES

           IF OK OF SAVE-SVC-RES
                   AND ACTIVE-COUNT OF SAVE-SVC-RES > 0
               DISPLAY 'Plans deducting today:'
               PERFORM DISPLAY-ONE-SAVINGS-PLAN
                   VARYING WS-GARN-LIST-IDX FROM 1 BY 1
                   UNTIL WS-GARN-LIST-IDX
                       > ACTIVE-COUNT OF SAVE-SVC-RES
           ELSE
               DISPLAY 'No plans deducting today.'
           END-IF

           DISPLAY 'A)dd, U)pdate, S)uspend, R)esume, W)ithdraw, '
               'or Q)uit: ' WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANS
           EVALUATE WS-CONFIRM-ANS
               WHEN 'A'
               WHEN 'a'
                   PERFORM SAVINGS-PLAN-ADD
               WHEN 'U'
               WHEN 'u'
                   PERFORM SAVINGS-PLAN-UPDATE
               WHEN 'S'
               WHEN 's'
                   PERFORM SAVINGS-PLAN-STATUS
               WHEN 'R'
               WHEN 'r'
                   PERFORM SAVINGS-PLAN-STATUS
               WHEN 'W'
               WHEN 'w'
                   PERFORM SAVINGS-PLAN-STATUS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           DISPLAY ' '
           .

       DISPLAY-ONE-SAVINGS-PLAN.
           DISPLAY '  Plan '
               ACT-PLAN-TYPE OF SAVE-SVC-RES(WS-GARN-LIST-IDX)
               '  Monthly '
               ACT-MONTHLY-AMOUNT OF SAVE-SVC-RES(WS-GARN-LIST-IDX)
               '  Bonus '
               ACT-BONUS-AMOUNT OF SAVE-SVC-RES(WS-GARN-LIST-IDX)
               '  Incentive % '
               ACT-INCENTIVE-PCT OF SAVE-SVC-RES(WS-GARN-LIST-IDX)
           .

       SAVINGS-PLAN-ADD.
           INITIALIZE SAVE-SVC-REQ
           SET OP-ADD OF SAVE-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF SAVE-SVC-REQ
           MOVE 'DEMO-CORR-0067' TO CORR-ID OF SAVE-SVC-REQ
           MOVE WS-FIND-EMP-ID
               TO EMP-ID OF IN-SAVINGS OF SAVE-SVC-REQ

           DISPLAY 'Plan K=Stock G=General P=Pension H=Housing: '
               WITH NO ADVANCING
           ACCEPT PLAN-TYPE OF IN-SAVINGS OF SAVE-SVC-REQ
           DISPLAY 'Trustee Code: ' WITH NO ADVANCING
           ACCEPT TRUSTEE-CODE OF IN-SAVINGS OF SAVE-SVC-REQ
           DISPLAY 'Start Date (YYYYMMDD): ' WITH NO ADVANCING
           ACCEPT START-DATE OF IN-SAVINGS OF SAVE-SVC-REQ
           PERFORM SAVINGS-PLAN-CAPTURE-FIELDS

           CALL 'SAVE-SVC' USING SAVE-SVC-REQ SAVE-SVC-RES
           PERFORM SHOW-SAVINGS-RESULT
           .

       SAVINGS-PLAN-UPDATE.
           INITIALIZE SAVE-SVC-REQ
           SET OP-FIND OF SAVE-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF SAVE-SVC-REQ
           MOVE 'DEMO-CORR-0067' TO CORR-ID OF SAVE-SVC-REQ
           MOVE WS-FIND-EMP-ID TO Q-EMP-ID OF SAVE-SVC-REQ
           DISPLAY 'Plan (K/G/P/H): ' WITH NO ADVANCING
           ACCEPT Q-PLAN-TYPE OF SAVE-SVC-REQ

           CALL 'SAVE-SVC' USING SAVE-SVC-REQ SAVE-SVC-RES
           IF NOT OK OF SAVE-SVC-RES
               PERFORM SHOW-SAVINGS-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE OUT-SAVINGS OF SAVE-SVC-RES
               TO IN-SAVINGS OF SAVE-SVC-REQ
           SET OP-UPDATE OF SAVE-SVC-REQ TO TRUE
           DISPLAY 'Trustee Code (blank to keep): ' WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD NOT = SPACES
               MOVE WS-UPDATE-FIELD
                   TO TRUSTEE-CODE OF IN-SAVINGS OF SAVE-SVC-REQ
           END-IF
           PERFORM SAVINGS-PLAN-CAPTURE-FIELDS

           CALL 'SAVE-SVC' USING SAVE-SVC-REQ SAVE-SVC-RES
           PERFORM SHOW-SAVINGS-RESULT
           .

       SAVINGS-PLAN-CAPTURE-FIELDS.
           DISPLAY 'Member Number: ' WITH NO ADVANCING
           ACCEPT MEMBER-NO OF IN-SAVINGS OF SAVE-SVC-REQ
           DISPLAY 'Monthly Contribution: ' WITH NO ADVANCING
           ACCEPT MONTHLY-AMOUNT OF IN-SAVINGS OF SAVE-SVC-REQ
           DISPLAY 'Bonus-Run Contribution: ' WITH NO ADVANCING
           ACCEPT BONUS-AMOUNT OF IN-SAVINGS OF SAVE-SVC-REQ
           IF PLAN-STOCK OF IN-SAVINGS OF SAVE-SVC-REQ
               DISPLAY 'Incentive % (0=standard): ' WITH NO ADVANCING
               ACCEPT INCENTIVE-PCT OF IN-SAVINGS OF SAVE-SVC-REQ
           END-IF
           .

      * SAVINGS-PLAN-STATUS: Suspend, resume or withdraw by the
      * letter keyed on SAVINGS-PLAN-SCREEN, effective from the first
      * pay date the change applies to.
       SAVINGS-PLAN-STATUS.
           INITIALIZE SAVE-SVC-REQ
           EVALUATE WS-CONFIRM-ANS
               WHEN 'S'
               WHEN 's'
                   SET OP-SUSPEND OF SAVE-SVC-REQ TO TRUE
               WHEN 'R'
               WHEN 'r'
                   SET OP-RESUME OF SAVE-SVC-REQ TO TRUE
               WHEN OTHER
                   SET OP-WITHDRAW OF SAVE-SVC-REQ TO TRUE
           END-EVALUATE
           MOVE WS-OPERATOR-ID TO USER-ID OF SAVE-SVC-REQ
           MOVE 'DEMO-CORR-0067' TO CORR-ID OF SAVE-SVC-REQ
           MOVE WS-FIND-EMP-ID TO Q-EMP-ID OF SAVE-SVC-REQ
           DISPLAY 'Plan (K/G/P/H): ' WITH NO ADVANCING
           ACCEPT Q-PLAN-TYPE OF SAVE-SVC-REQ
           DISPLAY 'Effective Pay Date (YYYYMMDD): ' WITH NO ADVANCING
           ACCEPT Q-DATE OF SAVE-SVC-REQ

           CALL 'SAVE-SVC' USING SAVE-SVC-REQ SAVE-SVC-RES
           PERFORM SHOW-SAVINGS-RESULT
           .

       SHOW-SAVINGS-RESULT.
           DISPLAY ' '
           IF OK OF SAVE-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF SAVE-SVC-RES
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF SAVE-SVC-RES ')'
               DISPLAY STATUS-MSG OF SAVE-SVC-RES
           END-IF
           .

      * CONSENT-SCREEN: The employee's consent to electronic delivery
      * of one document - pay statement or withholding statement -
      * and recording it or its withdrawal. The consent is the legal
      * ground for portal delivery, so the form reference is kept.
       CONSENT-SCREEN.
           DISPLAY ' '
           DISPLAY 'ELECTRONIC DELIVERY CONSENT'
           DISPLAY '========================================='

           DISPLAY 'Enter Employee ID: ' WITH NO ADVANCING
           ACCEPT WS-FIND-EMP-ID

           INITIALIZE CNST-SVC-REQ
           SET OP-FIND OF CNST-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF CNST-SVC-REQ
           MOVE 'DEMO-CORR-0068' TO CORR-ID OF CNST-SVC-REQ
           MOVE WS-FIND-EMP-ID TO Q-EMP-ID OF CNST-SVC-REQ
           DISPLAY 'Document P=Payslip W=Withholding R=Rewards: '
               WITH NO ADVANCING
           ACCEPT Q-DOC-TYPE OF CNST-SVC-REQ

           CALL 'CNST-SVC' USING CNST-SVC-REQ CNST-SVC-RES

           IF OK OF CNST-SVC-RES
               DISPLAY '  Consent date:  '
                   CONSENT-DATE OF OUT-CONSENT OF CNST-SVC-RES
                   '  Method: '
                   CONSENT-METHOD OF OUT-CONSENT OF CNST-SVC-RES
               DISPLAY '  Reference:     '
                   CONSENT-REF OF OUT-CONSENT OF CNST-SVC-RES
               DISPLAY '  Portal ID:     '
                   PORTAL-ID OF OUT-CONSENT OF CNST-SVC-RES
               IF WITHDRAW-DATE OF OUT-CONSENT OF CNST-SVC-RES = 0
                   DISPLAY '  In force - delivered to the portal'
               ELSE
                   DISPLAY '  Withdrawn:     '
                       WITHDRAW-DATE OF OUT-CONSENT OF CNST-SVC-RES
               END-IF
           ELSE
               DISPLAY 'No consent on file - delivered on paper.'
           END-IF

           DISPLAY 'G)rant, W)ithdraw, or Q)uit: ' WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANS
           EVALUATE WS-CONFIRM-ANS
               WHEN 'G'
               WHEN 'g'
                   PERFORM CONSENT-GRANT
               WHEN 'W'
               WHEN 'w'
                   PERFORM CONSENT-WITHDRAW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           DISPLAY ' '
           .

       CONSENT-GRANT.
           MOVE Q-DOC-TYPE OF CNST-SVC-REQ TO WS-CONFIRM-ANS
           INITIALIZE CNST-SVC-REQ
           SET OP-GRANT OF CNST-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF CNST-SVC-REQ
           MOVE 'DEMO-CORR-0068' TO CORR-ID OF CNST-SVC-REQ
           MOVE WS-FIND-EMP-ID TO EMP-ID OF IN-CONSENT OF CNST-SVC-REQ
           MOVE WS-CONFIRM-ANS TO DOC-TYPE OF IN-CONSENT OF CNST-SVC-REQ

           DISPLAY 'Consent Date (YYYYMMDD): ' WITH NO ADVANCING
           ACCEPT CONSENT-DATE OF IN-CONSENT OF CNST-SVC-REQ
           DISPLAY 'Method W=Written form E=Portal: '
               WITH NO ADVANCING
           ACCEPT CONSENT-METHOD OF IN-CONSENT OF CNST-SVC-REQ
           DISPLAY 'Form / Receipt Reference: ' WITH NO ADVANCING
           ACCEPT CONSENT-REF OF IN-CONSENT OF CNST-SVC-REQ
           DISPLAY 'Portal Account ID: ' WITH NO ADVANCING
           ACCEPT PORTAL-ID OF IN-CONSENT OF CNST-SVC-REQ

           CALL 'CNST-SVC' USING CNST-SVC-REQ CNST-SVC-RES
           PERFORM SHOW-CONSENT-RESULT
           .

       CONSENT-WITHDRAW.
           SET OP-WITHDRAW OF CNST-SVC-REQ TO TRUE
           DISPLAY 'Withdrawal Date (YYYYMMDD): ' WITH NO ADVANCING
           ACCEPT Q-DATE OF CNST-SVC-REQ

           CALL 'CNST-SVC' USING CNST-SVC-REQ CNST-SVC-RES
           PERFORM SHOW-CONSENT-RESULT
           .

       SHOW-CONSENT-RESULT.
           DISPLAY ' '
           IF OK OF CNST-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF CNST-SVC-RES
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF CNST-SVC-RES ')'
               DISPLAY STATUS-MSG OF CNST-SVC-RES
           END-IF
           .

      * YEAR-END-ADJUSTMENT-SCREEN: Year-end adjustment declarations -
      * shows what the employee has declared for the tax year and,
      * once YEARADJ has run, the annual tax and the refund or
      * collection, then offers keying the declarations. A record
      * already booked into a payroll is frozen by the service.
       YEAR-END-ADJUSTMENT-SCREEN.
           DISPLAY ' '
           DISPLAY 'YEAR-END ADJUSTMENT DECLARATIONS'
           DISPLAY '========================================='

           DISPLAY 'Enter Employee ID: ' WITH NO ADVANCING
           ACCEPT WS-FIND-EMP-ID
           DISPLAY 'Tax year (YYYY): ' WITH NO ADVANCING
           MOVE 0 TO WS-YEA-TAX-YEAR
           ACCEPT WS-YEA-TAX-YEAR

           INITIALIZE YEADJ-SVC-REQ
           SET OP-FIND OF YEADJ-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF YEADJ-SVC-REQ
           MOVE 'DEMO-CORR-0056' TO CORR-ID OF YEADJ-SVC-REQ
           MOVE WS-FIND-EMP-ID TO Q-EMP-ID OF YEADJ-SVC-REQ
           MOVE WS-YEA-TAX-YEAR TO Q-TAX-YEAR OF YEADJ-SVC-REQ

           CALL 'YEADJ-SVC' USING YEADJ-SVC-REQ YEADJ-SVC-RES

           IF OK OF YEADJ-SVC-RES
               PERFORM DISPLAY-YEAR-END-ADJUSTMENT
           ELSE
               DISPLAY 'No declarations on file for the year.'
               INITIALIZE OUT-YEADJ OF YEADJ-SVC-RES
           END-IF

           DISPLAY 'D)eclare or Q)uit: ' WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANS
           EVALUATE WS-CONFIRM-ANS
               WHEN 'D'
               WHEN 'd'
                   PERFORM YEAR-END-ADJUSTMENT-DECLARE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           DISPLAY ' '
           .

       DISPLAY-YEAR-END-ADJUSTMENT.
           DISPLAY '  Life insurance  general '
               LIFE-INS-GENERAL OF OUT-YEADJ OF YEADJ-SVC-RES
               '  medical '
               LIFE-INS-MEDICAL OF OUT-YEADJ OF YEADJ-SVC-RES
               '  pension '
               LIFE-INS-PENSION OF OUT-YEADJ OF YEADJ-SVC-RES
           DISPLAY '  Earthquake premium     '
               EARTHQUAKE-PREMIUM OF OUT-YEADJ OF YEADJ-SVC-RES
           DISPLAY '  Spouse deduction       '
               SPOUSE-DEDUCTION OF OUT-YEADJ OF YEADJ-SVC-RES
               '  Basic deduction '
               BASIC-DEDUCTION OF OUT-YEADJ OF YEADJ-SVC-RES
           DISPLAY '  Housing loan credit    '
               HOUSING-LOAN-CREDIT OF OUT-YEADJ OF YEADJ-SVC-RES
           DISPLAY '  Prior employer  pay '
               PRIOR-EMP-PAY OF OUT-YEADJ OF YEADJ-SVC-RES
               '  SI '
               PRIOR-EMP-SI OF OUT-YEADJ OF YEADJ-SVC-RES
               '  tax '
               PRIOR-EMP-TAX OF OUT-YEADJ OF YEADJ-SVC-RES
           EVALUATE TRUE
               WHEN ADJ-DECLARED OF OUT-YEADJ OF YEADJ-SVC-RES
                   DISPLAY '  Status: declared, not yet adjusted'
               WHEN ADJ-COMPUTED OF OUT-YEADJ OF YEADJ-SVC-RES
                   DISPLAY '  Status: adjusted, due in period '
                       TARGET-PAY-PERIOD OF OUT-YEADJ
                           OF YEADJ-SVC-RES
               WHEN ADJ-BOOKED OF OUT-YEADJ OF YEADJ-SVC-RES
                   DISPLAY '  Status: booked to payroll '
                       BOOKED-PAY-ID OF OUT-YEADJ OF YEADJ-SVC-RES
           END-EVALUATE
           IF NOT ADJ-DECLARED OF OUT-YEADJ OF YEADJ-SVC-RES
               DISPLAY '  Annual tax '
                   ANNUAL-TAX OF OUT-YEADJ OF YEADJ-SVC-RES
                   '  Withheld '
                   WITHHELD-TAX OF OUT-YEADJ OF YEADJ-SVC-RES
               DISPLAY '  Adjustment (+collect / -refund) '
                   ADJUST-AMOUNT OF OUT-YEADJ OF YEADJ-SVC-RES
           END-IF
           .

       YEAR-END-ADJUSTMENT-DECLARE.
           INITIALIZE YEADJ-SVC-REQ
           SET OP-DECLARE OF YEADJ-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF YEADJ-SVC-REQ
           MOVE 'DEMO-CORR-0056' TO CORR-ID OF YEADJ-SVC-REQ
           MOVE OUT-YEADJ OF YEADJ-SVC-RES
               TO IN-YEADJ OF YEADJ-SVC-REQ
           MOVE WS-FIND-EMP-ID
               TO EMP-ID OF IN-YEADJ OF YEADJ-SVC-REQ
           MOVE WS-YEA-TAX-YEAR
               TO TAX-YEAR OF IN-YEADJ OF YEADJ-SVC-REQ

           DISPLAY 'Life insurance premium - general: '
               WITH NO ADVANCING
           ACCEPT LIFE-INS-GENERAL OF IN-YEADJ OF YEADJ-SVC-REQ
           DISPLAY 'Life insurance premium - medical/care: '
               WITH NO ADVANCING
           ACCEPT LIFE-INS-MEDICAL OF IN-YEADJ OF YEADJ-SVC-REQ
           DISPLAY 'Life insurance premium - private pension: '
               WITH NO ADVANCING
           ACCEPT LIFE-INS-PENSION OF IN-YEADJ OF YEADJ-SVC-REQ
           DISPLAY 'Earthquake insurance premium: ' WITH NO ADVANCING
           ACCEPT EARTHQUAKE-PREMIUM OF IN-YEADJ OF YEADJ-SVC-REQ
           DISPLAY 'Spouse deduction claimed: ' WITH NO ADVANCING
           ACCEPT SPOUSE-DEDUCTION OF IN-YEADJ OF YEADJ-SVC-REQ
           DISPLAY 'Basic deduction (0 = statutory): '
               WITH NO ADVANCING
           ACCEPT BASIC-DEDUCTION OF IN-YEADJ OF YEADJ-SVC-REQ
           DISPLAY 'Housing loan special credit: ' WITH NO ADVANCING
           ACCEPT HOUSING-LOAN-CREDIT OF IN-YEADJ OF YEADJ-SVC-REQ
           DISPLAY 'Prior employer pay this year: ' WITH NO ADVANCING
           ACCEPT PRIOR-EMP-PAY OF IN-YEADJ OF YEADJ-SVC-REQ
           DISPLAY 'Prior employer social insurance: '
               WITH NO ADVANCING
           ACCEPT PRIOR-EMP-SI OF IN-YEADJ OF YEADJ-SVC-REQ
           DISPLAY 'Prior employer income tax withheld: '
               WITH NO ADVANCING
           ACCEPT PRIOR-EMP-TAX OF IN-YEADJ OF YEADJ-SVC-REQ

           CALL 'YEADJ-SVC' USING YEADJ-SVC-REQ YEADJ-SVC-RES

           DISPLAY ' '
           IF OK OF YEADJ-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF YEADJ-SVC-RES
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF YEADJ-SVC-RES ')'
               DISPLAY STATUS-MSG OF YEADJ-SVC-RES
           END-IF
           .

      * GARNISHMENT-SCREEN: Court-ordered deduction maintenance -
      * lists the employee's active orders (in priority sequence),
      * then offers booking a new one or ending an existing one.
       GARNISHMENT-SCREEN.
           DISPLAY ' '
           DISPLAY 'GARNISHMENT ORDERS'
           DISPLAY '========================================='

           DISPLAY 'Enter Employee ID: ' WITH NO ADVANCING
           ACCEPT WS-FIND-EMP-ID

           INITIALIZE GARN-SVC-REQ
           SET OP-FIND-ACTIVE OF GARN-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF GARN-SVC-REQ
           MOVE 'DEMO-CORR-0043' TO CORR-ID OF GARN-SVC-REQ
           MOVE WS-FIND-EMP-ID TO Q-EMP-ID OF GARN-SVC-REQ

           CALL 'GARN-SVC' USING GARN-SVC-REQ GARN-SVC-RES

           IF OK OF GARN-SVC-RES
                   AND ACTIVE-COUNT OF GARN-SVC-RES > 0
               DISPLAY 'Active orders (priority sequence):'
               PERFORM DISPLAY-ONE-GARN-ORDER
                   VARYING WS-GARN-LIST-IDX FROM 1 BY 1
                   UNTIL WS-GARN-LIST-IDX
                       > ACTIVE-COUNT OF GARN-SVC-RES
           ELSE
               DISPLAY 'No active orders on file.'
           END-IF

           DISPLAY 'A)dd order, E)nd order, or Q)uit: '
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANS
           EVALUATE WS-CONFIRM-ANS
               WHEN 'A'
               WHEN 'a'
                   PERFORM GARNISHMENT-ADD
               WHEN 'E'
               WHEN 'e'
                   PERFORM GARNISHMENT-END
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           DISPLAY ' '
           .

       DISPLAY-ONE-GARN-ORDER.
           DISPLAY '  Seq '
               ACT-GARN-SEQ OF GARN-SVC-RES(WS-GARN-LIST-IDX)
               '  Ref '
               ACT-ORDER-REF OF GARN-SVC-RES(WS-GARN-LIST-IDX)
               '  Per-period '
               ACT-PERIOD-AMT OF GARN-SVC-RES(WS-GARN-LIST-IDX)
               '  Remaining '
               ACT-REMAINING OF GARN-SVC-RES(WS-GARN-LIST-IDX)
           .

       GARNISHMENT-ADD.
           INITIALIZE GARN-SVC-REQ
           SET OP-ADD OF GARN-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF GARN-SVC-REQ
           MOVE 'DEMO-CORR-0043' TO CORR-ID OF GARN-SVC-REQ
           MOVE WS-FIND-EMP-ID
               TO EMP-ID OF IN-GARNISH OF GARN-SVC-REQ

           DISPLAY 'Order reference: ' WITH NO ADVANCING
           ACCEPT ORDER-REF OF IN-GARNISH OF GARN-SVC-REQ
           DISPLAY 'Payee name: ' WITH NO ADVANCING
           ACCEPT PAYEE-NAME OF IN-GARNISH OF GARN-SVC-REQ
           DISPLAY 'Total owed: ' WITH NO ADVANCING
           ACCEPT TOTAL-OWED OF IN-GARNISH OF GARN-SVC-REQ
           DISPLAY 'Per-period amount: ' WITH NO ADVANCING
           ACCEPT PERIOD-AMOUNT OF IN-GARNISH OF GARN-SVC-REQ
           DISPLAY 'Priority (1 collects first): '
               WITH NO ADVANCING
           ACCEPT GARN-PRIORITY OF IN-GARNISH OF GARN-SVC-REQ

           CALL 'GARN-SVC' USING GARN-SVC-REQ GARN-SVC-RES

           DISPLAY ' '
           IF OK OF GARN-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF GARN-SVC-RES
               DISPLAY 'Booked as sequence '
                   GARN-SEQ OF OUT-GARNISH OF GARN-SVC-RES
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF GARN-SVC-RES ')'
               DISPLAY STATUS-MSG OF GARN-SVC-RES
           END-IF
           .

       GARNISHMENT-END.
           DISPLAY 'Order sequence to end: ' WITH NO ADVANCING
           MOVE 0 TO WS-GARN-END-SEQ
           ACCEPT WS-GARN-END-SEQ

           INITIALIZE GARN-SVC-REQ
           SET OP-END OF GARN-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF GARN-SVC-REQ
           MOVE 'DEMO-CORR-0043' TO CORR-ID OF GARN-SVC-REQ
           MOVE WS-FIND-EMP-ID TO Q-EMP-ID OF GARN-SVC-REQ
           MOVE WS-GARN-END-SEQ TO Q-GARN-SEQ OF GARN-SVC-REQ

           CALL 'GARN-SVC' USING GARN-SVC-REQ GARN-SVC-RES

           DISPLAY ' '
           IF OK OF GARN-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF GARN-SVC-RES
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF GARN-SVC-RES ')'
               DISPLAY STATUS-MSG OF GARN-SVC-RES
           END-IF
           .

      * COMMUTE-SCREEN: Commuting allowance maintenance - shows the
      * employee's record when on file, then offers replace or end;
      * otherwise captures a new pass purchase. The monthly COMMREL
      * batch releases these into the earnings feed.
       COMMUTE-SCREEN.
           DISPLAY ' '
           DISPLAY 'COMMUTING ALLOWANCE'
           DISPLAY '========================================='

           DISPLAY 'Enter Employee ID: ' WITH NO ADVANCING
           ACCEPT WS-FIND-EMP-ID

           INITIALIZE COMMUTE-SVC-REQ
           SET OP-FIND OF COMMUTE-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF COMMUTE-SVC-REQ
           MOVE 'DEMO-CORR-0042' TO CORR-ID OF COMMUTE-SVC-REQ
           MOVE WS-FIND-EMP-ID TO Q-EMP-ID OF COMMUTE-SVC-REQ

           CALL 'COMMUTE-SVC' USING COMMUTE-SVC-REQ COMMUTE-SVC-RES

           IF OK OF COMMUTE-SVC-RES
               DISPLAY 'Commuting record on file:'
               DISPLAY '  Route:       '
                   COMMUTE-ROUTE OF OUT-COMMUTE OF COMMUTE-SVC-RES
               DISPLAY '  Pass months: '
                   PASS-MONTHS OF OUT-COMMUTE OF COMMUTE-SVC-RES
               DISPLAY '  Pass amount: '
                   PASS-AMOUNT OF OUT-COMMUTE OF COMMUTE-SVC-RES
               DISPLAY '  Pass start:  '
                   PASS-START OF OUT-COMMUTE OF COMMUTE-SVC-RES
               DISPLAY '  Status:      '
                   COMMUTE-STATUS OF OUT-COMMUTE OF COMMUTE-SVC-RES
               DISPLAY 'R)eplace with new pass, E)nd, or Q)uit: '
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM-ANS
               EVALUATE WS-CONFIRM-ANS
                   WHEN 'R'
                   WHEN 'r'
                       PERFORM COMMUTE-CAPTURE-AND-ADD
                   WHEN 'E'
                   WHEN 'e'
                       PERFORM COMMUTE-END
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               DISPLAY 'No commuting record on file.'
               DISPLAY 'Add one? (Y/N): ' WITH NO ADVANCING
               ACCEPT WS-CONFIRM-ANS
               IF WS-CONFIRM-ANS = 'Y' OR 'y'
                   PERFORM COMMUTE-CAPTURE-AND-ADD
               END-IF
           END-IF
           DISPLAY ' '
           .

       COMMUTE-CAPTURE-AND-ADD.
           INITIALIZE COMMUTE-SVC-REQ
           SET OP-ADD OF COMMUTE-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF COMMUTE-SVC-REQ
           MOVE 'DEMO-CORR-0042' TO CORR-ID OF COMMUTE-SVC-REQ
           MOVE WS-FIND-EMP-ID
               TO EMP-ID OF IN-COMMUTE OF COMMUTE-SVC-REQ

           DISPLAY 'Route: ' WITH NO ADVANCING
           ACCEPT COMMUTE-ROUTE OF IN-COMMUTE OF COMMUTE-SVC-REQ
           DISPLAY 'Pass months (1/3/6): ' WITH NO ADVANCING
           ACCEPT PASS-MONTHS OF IN-COMMUTE OF COMMUTE-SVC-REQ
           DISPLAY 'Pass total amount: ' WITH NO ADVANCING
           ACCEPT PASS-AMOUNT OF IN-COMMUTE OF COMMUTE-SVC-REQ
           DISPLAY 'Pass start date YYYYMMDD: ' WITH NO ADVANCING
           ACCEPT PASS-START OF IN-COMMUTE OF COMMUTE-SVC-REQ

           CALL 'COMMUTE-SVC' USING COMMUTE-SVC-REQ COMMUTE-SVC-RES

           DISPLAY ' '
           IF OK OF COMMUTE-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF COMMUTE-SVC-RES
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF COMMUTE-SVC-RES ')'
               DISPLAY STATUS-MSG OF COMMUTE-SVC-RES
           END-IF
           .

       COMMUTE-END.
           INITIALIZE COMMUTE-SVC-REQ
           SET OP-END OF COMMUTE-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF COMMUTE-SVC-REQ
           MOVE 'DEMO-CORR-0042' TO CORR-ID OF COMMUTE-SVC-REQ
           MOVE WS-FIND-EMP-ID TO Q-EMP-ID OF COMMUTE-SVC-REQ

           CALL 'COMMUTE-SVC' USING COMMUTE-SVC-REQ COMMUTE-SVC-RES

           DISPLAY ' '
           IF OK OF COMMUTE-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF COMMUTE-SVC-RES
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF COMMUTE-SVC-RES ')'
               DISPLAY STATUS-MSG OF COMMUTE-SVC-RES
           END-IF
           .

      * VERIFY-LOCATION-CODE: Resolves WS-LOC-CODE against the
      * establishment master, showing the name for confirmation.
       VERIFY-LOCATION-CODE.
           INITIALIZE LOC-SVC-REQ
           INITIALIZE LOC-SVC-RES
           SET OP-FIND OF LOC-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF LOC-SVC-REQ
           MOVE 'DEMO-CORR-0041' TO CORR-ID OF LOC-SVC-REQ
           MOVE WS-LOC-CODE TO Q-LOCATION-CODE OF LOC-SVC-REQ

           CALL 'LOC-SVC' USING LOC-SVC-REQ LOC-SVC-RES

           IF OK OF LOC-SVC-RES
               DISPLAY 'Establishment: '
                   LOCATION-NAME OF OUT-LOCATION OF LOC-SVC-RES
           END-IF
           .

      * ESTABLISHMENT-SCREEN: Establishment (jigyosho) master
      * maintenance - shows the establishment when on file, then
      * offers update; otherwise captures a new one, the same shape
      * as the user administration screen.
       ESTABLISHMENT-SCREEN.
           DISPLAY ' '
           DISPLAY 'ESTABLISHMENT MASTER MAINTENANCE'
           DISPLAY '========================================='

           DISPLAY 'Enter Establishment Code: ' WITH NO ADVANCING
           MOVE SPACES TO WS-LOC-CODE
           ACCEPT WS-LOC-CODE

           INITIALIZE LOC-SVC-REQ
           SET OP-FIND OF LOC-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF LOC-SVC-REQ
           MOVE 'DEMO-CORR-0041' TO CORR-ID OF LOC-SVC-REQ
           MOVE WS-LOC-CODE TO Q-LOCATION-CODE OF LOC-SVC-REQ

           CALL 'LOC-SVC' USING LOC-SVC-REQ LOC-SVC-RES

           IF OK OF LOC-SVC-RES
               DISPLAY 'Establishment on file:'
               DISPLAY '  Name:        '
                   LOCATION-NAME OF OUT-LOCATION OF LOC-SVC-RES
               DISPLAY '  SI Office:   '
                   SI-OFFICE-CODE OF OUT-LOCATION OF LOC-SVC-RES
               DISPLAY '  Labor Ins #: '
                   LABOR-INS-NUMBER OF OUT-LOCATION OF LOC-SVC-RES
               DISPLAY '  Prefecture:  '
                   PREFECTURE-CODE OF OUT-LOCATION OF LOC-SVC-RES
               DISPLAY '  Status:      '
                   LOCATION-STATUS OF OUT-LOCATION OF LOC-SVC-RES
               DISPLAY 'Update this establishment? (Y/N): '
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM-ANS
               IF WS-CONFIRM-ANS = 'Y' OR 'y'
                   PERFORM ESTABLISHMENT-UPDATE
               END-IF
           ELSE
               DISPLAY 'Establishment not on file.'
               DISPLAY 'Add now? (Y/N): ' WITH NO ADVANCING
               ACCEPT WS-CONFIRM-ANS
               IF WS-CONFIRM-ANS = 'Y' OR 'y'
                   PERFORM ESTABLISHMENT-ADD
               END-IF
           END-IF
           DISPLAY ' '
           .

       ESTABLISHMENT-ADD.
           INITIALIZE LOC-SVC-REQ
           SET OP-ADD OF LOC-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF LOC-SVC-REQ
           MOVE 'DEMO-CORR-0041' TO CORR-ID OF LOC-SVC-REQ
           MOVE WS-LOC-CODE
               TO LOCATION-CODE OF IN-LOCATION OF LOC-SVC-REQ

           PERFORM ESTABLISHMENT-CAPTURE-FIELDS

           CALL 'LOC-SVC' USING LOC-SVC-REQ LOC-SVC-RES

           DISPLAY ' '
           IF OK OF LOC-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF LOC-SVC-RES
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF LOC-SVC-RES ')'
               DISPLAY STATUS-MSG OF LOC-SVC-RES
           END-IF
           .

       ESTABLISHMENT-UPDATE.
           MOVE OUT-LOCATION OF LOC-SVC-RES
               TO IN-LOCATION OF LOC-SVC-REQ
           SET OP-UPDATE OF LOC-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF LOC-SVC-REQ
           MOVE 'DEMO-CORR-0041' TO CORR-ID OF LOC-SVC-REQ

           PERFORM ESTABLISHMENT-CAPTURE-FIELDS

           CALL 'LOC-SVC' USING LOC-SVC-REQ LOC-SVC-RES

           DISPLAY ' '
           IF OK OF LOC-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF LOC-SVC-RES
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF LOC-SVC-RES ')'
               DISPLAY STATUS-MSG OF LOC-SVC-RES
           END-IF
           .

       ESTABLISHMENT-CAPTURE-FIELDS.
           DISPLAY 'Name (blank to keep): ' WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD NOT = SPACES
               MOVE WS-UPDATE-FIELD(1:30)
                   TO LOCATION-NAME OF IN-LOCATION OF LOC-SVC-REQ
           END-IF

           DISPLAY 'SI Office Code (blank to keep): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD NOT = SPACES
               MOVE WS-UPDATE-FIELD(1:6)
                   TO SI-OFFICE-CODE OF IN-LOCATION OF LOC-SVC-REQ
           END-IF

           DISPLAY 'Labor Insurance Number (blank to keep): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD NOT = SPACES
               MOVE WS-UPDATE-FIELD(1:14)
                   TO LABOR-INS-NUMBER
                       OF IN-LOCATION OF LOC-SVC-REQ
           END-IF

           DISPLAY 'Prefecture Code 01-47 (blank to keep): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD(1:2) IS NUMERIC
               MOVE WS-UPDATE-FIELD(1:2)
                   TO PREFECTURE-CODE OF IN-LOCATION OF LOC-SVC-REQ
           END-IF

           DISPLAY 'Status A=Active C=Closed (blank to keep): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD(1:1) = 'A' OR 'C'
               MOVE WS-UPDATE-FIELD(1:1)
                   TO LOCATION-STATUS OF IN-LOCATION OF LOC-SVC-REQ
           END-IF
           .

      * PAYEE-MASTER-SCREEN: Remittance payee maintenance - the
      * municipalities, court-order payees, insurers and trustees the
      * remittance transfer file pays, and each company's remitter
      * account. Shows the payee when on file, then offers update;
      * otherwise captures a new one. Type L pages the master.
       PAYEE-MASTER-SCREEN.
           DISPLAY ' '
           DISPLAY 'REMITTANCE PAYEE MAINTENANCE'
           DISPLAY '========================================='
           DISPLAY 'Types: M=Municipality G=Garnishment payee'
           DISPLAY '       I=Insurer T=Trustee C=Company remitter'
           DISPLAY 'Payee Type (L to list): ' WITH NO ADVANCING
           MOVE SPACE TO WS-PYE-TYPE
           ACCEPT WS-PYE-TYPE
           INSPECT WS-PYE-TYPE
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           IF WS-PYE-TYPE = 'L'
               PERFORM PAYEE-MASTER-LIST
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Reference - municipality code, order payee name,'
           DISPLAY '  benefit code, trustee code or company code: '
               WITH NO ADVANCING
           MOVE SPACES TO WS-PYE-REF
           ACCEPT WS-PYE-REF

           INITIALIZE PAYEE-SVC-REQ
           SET OP-FIND OF PAYEE-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF PAYEE-SVC-REQ
           MOVE 'DEMO-CORR-0081' TO CORR-ID OF PAYEE-SVC-REQ
           MOVE WS-PYE-TYPE TO Q-PAYEE-TYPE OF PAYEE-SVC-REQ
           MOVE WS-PYE-REF TO Q-PAYEE-REF OF PAYEE-SVC-REQ

           CALL 'PAYEE-SVC' USING PAYEE-SVC-REQ PAYEE-SVC-RES

           IF OK OF PAYEE-SVC-RES
               DISPLAY 'Payee on file:'
               PERFORM SHOW-PAYEE
               DISPLAY 'Update this payee? (Y/N): '
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM-ANS
               IF WS-CONFIRM-ANS = 'Y' OR 'y'
                   PERFORM PAYEE-MASTER-UPDATE
               END-IF
           ELSE
               DISPLAY 'Payee not on file.'
               DISPLAY 'Add now? (Y/N): ' WITH NO ADVANCING
               ACCEPT WS-CONFIRM-ANS
               IF WS-CONFIRM-ANS = 'Y' OR 'y'
                   PERFORM PAYEE-MASTER-ADD
               END-IF
           END-IF
           DISPLAY ' '
           .

       PAYEE-MASTER-LIST.
           MOVE SPACES TO WS-PYE-CURSOR
           MOVE 'N' TO WS-PYE-ANS

           PERFORM UNTIL WS-PYE-ANS = 'Q' OR 'q'
               INITIALIZE PAYEE-SVC-REQ
               SET OP-LIST OF PAYEE-SVC-REQ TO TRUE
               MOVE WS-OPERATOR-ID TO USER-ID OF PAYEE-SVC-REQ
               MOVE 'DEMO-CORR-0081' TO CORR-ID OF PAYEE-SVC-REQ
               MOVE WS-PYE-CURSOR TO Q-CURSOR OF PAYEE-SVC-REQ

               CALL 'PAYEE-SVC' USING PAYEE-SVC-REQ PAYEE-SVC-RES

               IF NOT OK OF PAYEE-SVC-RES
                   DISPLAY ' '
                   DISPLAY 'No further payees.'
                   MOVE 'Q' TO WS-PYE-ANS
               ELSE
                   MOVE NEXT-CURSOR OF PAYEE-SVC-RES TO WS-PYE-CURSOR
                   DISPLAY ' '
                   PERFORM SHOW-PAYEE
                   IF MORE-RESULTS OF PAYEE-SVC-RES
                       DISPLAY 'Next/Quit (N/Q): ' WITH NO ADVANCING
                       ACCEPT WS-PYE-ANS
                   ELSE
                       MOVE 'Q' TO WS-PYE-ANS
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY ' '
           .

       SHOW-PAYEE.
           DISPLAY '  Type/Ref:    '
               PAYEE-TYPE OF OUT-PAYEE OF PAYEE-SVC-RES ' '
               PAYEE-REF OF OUT-PAYEE OF PAYEE-SVC-RES
           DISPLAY '  Name:        '
               PAYEE-NAME OF OUT-PAYEE OF PAYEE-SVC-RES
           DISPLAY '  Kana:        '
               PAYEE-KANA OF OUT-PAYEE OF PAYEE-SVC-RES
           DISPLAY '  Bank:        '
               BANK-CODE OF OUT-PAYEE OF PAYEE-SVC-RES ' '
               OUT-BANK-NAME OF PAYEE-SVC-RES
           DISPLAY '  Branch:      '
               BRANCH-CODE OF OUT-PAYEE OF PAYEE-SVC-RES ' '
               OUT-BRANCH-NAME OF PAYEE-SVC-RES
           DISPLAY '  Account:     '
               ACCT-TYPE OF OUT-PAYEE OF PAYEE-SVC-RES ' '
               ACCT-NUMBER OF OUT-PAYEE OF PAYEE-SVC-RES
           IF PAYEE-REMITTER OF OUT-PAYEE OF PAYEE-SVC-RES
               DISPLAY '  Consignor:   '
                   CONSIGNOR-CODE OF OUT-PAYEE OF PAYEE-SVC-RES
           END-IF
           DISPLAY '  Status:      '
               PAYEE-STATUS OF OUT-PAYEE OF PAYEE-SVC-RES
           .

       PAYEE-MASTER-ADD.
           INITIALIZE PAYEE-SVC-REQ
           SET OP-ADD OF PAYEE-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF PAYEE-SVC-REQ
           MOVE 'DEMO-CORR-0081' TO CORR-ID OF PAYEE-SVC-REQ
           MOVE WS-PYE-TYPE TO PAYEE-TYPE OF IN-PAYEE OF PAYEE-SVC-REQ
           MOVE WS-PYE-REF TO PAYEE-REF OF IN-PAYEE OF PAYEE-SVC-REQ

           PERFORM PAYEE-MASTER-CAPTURE-FIELDS

           CALL 'PAYEE-SVC' USING PAYEE-SVC-REQ PAYEE-SVC-RES

           PERFORM SHOW-PAYEE-RESULT
           .

       PAYEE-MASTER-UPDATE.
           MOVE OUT-PAYEE OF PAYEE-SVC-RES
               TO IN-PAYEE OF PAYEE-SVC-REQ
           SET OP-UPDATE OF PAYEE-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF PAYEE-SVC-REQ
           MOVE 'DEMO-CORR-0081' TO CORR-ID OF PAYEE-SVC-REQ

           PERFORM PAYEE-MASTER-CAPTURE-FIELDS

           CALL 'PAYEE-SVC' USING PAYEE-SVC-REQ PAYEE-SVC-RES

           PERFORM SHOW-PAYEE-RESULT
           .

       PAYEE-MASTER-CAPTURE-FIELDS.
           DISPLAY 'Name (blank to keep): ' WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD NOT = SPACES
               MOVE WS-UPDATE-FIELD
                   TO PAYEE-NAME OF IN-PAYEE OF PAYEE-SVC-REQ
           END-IF

           DISPLAY 'Account Name, Kana (blank to keep): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD NOT = SPACES
               MOVE WS-UPDATE-FIELD(1:30)
                   TO PAYEE-KANA OF IN-PAYEE OF PAYEE-SVC-REQ
           END-IF

           DISPLAY 'Bank Code (blank to keep): ' WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD NOT = SPACES
               MOVE WS-UPDATE-FIELD(1:4)
                   TO BANK-CODE OF IN-PAYEE OF PAYEE-SVC-REQ
           END-IF

           DISPLAY 'Branch Code (blank to keep): ' WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD NOT = SPACES
               MOVE WS-UPDATE-FIELD(1:3)
                   TO BRANCH-CODE OF IN-PAYEE OF PAYEE-SVC-REQ
           END-IF

           DISPLAY 'Account Type 1=Ordinary 2=Checking 4=Savings'
               ' (blank to keep): ' WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD(1:1) = '1' OR '2' OR '4'
               MOVE WS-UPDATE-FIELD(1:1)
                   TO ACCT-TYPE OF IN-PAYEE OF PAYEE-SVC-REQ
           END-IF

           DISPLAY 'Account Number (blank to keep): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD NOT = SPACES
               MOVE WS-UPDATE-FIELD(1:7)
                   TO ACCT-NUMBER OF IN-PAYEE OF PAYEE-SVC-REQ
           END-IF

           IF PAYEE-REMITTER OF IN-PAYEE OF PAYEE-SVC-REQ
               DISPLAY 'Consignor Code (blank to keep): '
                   WITH NO ADVANCING
               MOVE SPACES TO WS-UPDATE-FIELD
               ACCEPT WS-UPDATE-FIELD
               IF WS-UPDATE-FIELD NOT = SPACES
                   MOVE WS-UPDATE-FIELD(1:10)
                       TO CONSIGNOR-CODE OF IN-PAYEE OF PAYEE-SVC-REQ
               END-IF
           END-IF

           DISPLAY 'Status A=Active I=Inactive (blank to keep): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD(1:1) = 'A' OR 'I'
               MOVE WS-UPDATE-FIELD(1:1)
                   TO PAYEE-STATUS OF IN-PAYEE OF PAYEE-SVC-REQ
           END-IF
           .

       SHOW-PAYEE-RESULT.
           DISPLAY ' '
           IF OK OF PAYEE-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF PAYEE-SVC-RES
               DISPLAY '  Bank:   ' OUT-BANK-NAME OF PAYEE-SVC-RES
               DISPLAY '  Branch: ' OUT-BRANCH-NAME OF PAYEE-SVC-RES
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF PAYEE-SVC-RES ')'
               DISPLAY STATUS-MSG OF PAYEE-SVC-RES
           END-IF
           .

      * GL-MAPPING-SCREEN: GL account mapping maintenance - which
      * account each payroll detail line type and code posts to, by
      * run type and optionally for one department or company, and
      * the reserved rows for what no detail line itemizes. Shows
      * the mapping when on file, then offers update; otherwise
      * captures a new one. Type ? pages the master.
       GL-MAPPING-SCREEN.
           DISPLAY ' '
           DISPLAY 'GL ACCOUNT MAPPING MAINTENANCE'
           DISPLAY '========================================='
           DISPLAY 'Detail lines: E=Earning A=Adjustment R=Rule'
           DISPLAY '  B=Benefit T=Resident tax I=Income tax'
           DISPLAY '  G=Garnishment L=Loan S=Savings H=Housing'
           DISPLAY '  N=Absence Y=Year-end adj W=Arrears'
           DISPLAY 'Reserved rows: 0=Base pay 1=Net pay clearing'
           DISPLAY '  2=Unitemized deductions 3=Employer contrib'
           DISPLAY '  expense 4=Employer contrib liability'
           DISPLAY '  5=Accrued wages 6=Intercompany receivable'
           DISPLAY '  7=Cost recovery 8=Leave expense'
           DISPLAY '  9=Leave liability'
           DISPLAY 'Line Type (? to list): ' WITH NO ADVANCING
           MOVE SPACE TO WS-GLM-TYPE
           ACCEPT WS-GLM-TYPE
           INSPECT WS-GLM-TYPE
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           IF WS-GLM-TYPE = '?'
               PERFORM GL-MAPPING-LIST
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Line Code (blank or * for any): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-GLM-CODE
           ACCEPT WS-GLM-CODE
           IF WS-GLM-CODE = SPACES
               MOVE '*' TO WS-GLM-CODE
           END-IF

           DISPLAY 'Run Type R/B/S (blank or * for any): '
               WITH NO ADVANCING
           MOVE SPACE TO WS-GLM-RUN
           ACCEPT WS-GLM-RUN
           INSPECT WS-GLM-RUN CONVERTING 'rbs' TO 'RBS'
           IF WS-GLM-RUN = SPACE
               MOVE '*' TO WS-GLM-RUN
           END-IF

           DISPLAY 'Scope blank=All D=Department C=Company: '
               WITH NO ADVANCING
           MOVE SPACE TO WS-GLM-SCOPE-TYPE
           ACCEPT WS-GLM-SCOPE-TYPE
           INSPECT WS-GLM-SCOPE-TYPE CONVERTING 'dc' TO 'DC'
           MOVE SPACES TO WS-GLM-SCOPE-CODE
           EVALUATE WS-GLM-SCOPE-TYPE
               WHEN 'D'
                   DISPLAY 'Department ID: ' WITH NO ADVANCING
                   MOVE 0 TO WS-GLM-DEPT-ID
                   ACCEPT WS-GLM-DEPT-ID
                   MOVE WS-GLM-DEPT-ID TO WS-GLM-SCOPE-CODE
               WHEN 'C'
                   DISPLAY 'Company Code: ' WITH NO ADVANCING
                   ACCEPT WS-GLM-SCOPE-CODE(1:2)
           END-EVALUATE

           INITIALIZE GLMAP-SVC-REQ
           SET OP-FIND OF GLMAP-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF GLMAP-SVC-REQ
           MOVE 'DEMO-CORR-0085' TO CORR-ID OF GLMAP-SVC-REQ
           MOVE WS-GLM-TYPE TO Q-LINE-TYPE OF GLMAP-SVC-REQ
           MOVE WS-GLM-CODE TO Q-LINE-CODE OF GLMAP-SVC-REQ
           MOVE WS-GLM-RUN TO Q-RUN-TYPE OF GLMAP-SVC-REQ
           MOVE WS-GLM-SCOPE-TYPE TO Q-SCOPE-TYPE OF GLMAP-SVC-REQ
           MOVE WS-GLM-SCOPE-CODE TO Q-SCOPE-CODE OF GLMAP-SVC-REQ

           CALL 'GLMAP-SVC' USING GLMAP-SVC-REQ GLMAP-SVC-RES

           IF OK OF GLMAP-SVC-RES
               DISPLAY 'Mapping on file:'
               PERFORM SHOW-GL-MAPPING
               DISPLAY 'Update this mapping? (Y/N): '
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM-ANS
               IF WS-CONFIRM-ANS = 'Y' OR 'y'
                   PERFORM GL-MAPPING-UPDATE
               END-IF
           ELSE
               DISPLAY 'Mapping not on file.'
               DISPLAY 'Add now? (Y/N): ' WITH NO ADVANCING
               ACCEPT WS-CONFIRM-ANS
               IF WS-CONFIRM-ANS = 'Y' OR 'y'
                   PERFORM GL-MAPPING-ADD
               END-IF
           END-IF
           DISPLAY ' '
           .

       GL-MAPPING-LIST.
           MOVE SPACES TO WS-GLM-CURSOR
           MOVE 'N' TO WS-GLM-ANS

           PERFORM UNTIL WS-GLM-ANS = 'Q' OR 'q'
               INITIALIZE GLMAP-SVC-REQ
               SET OP-LIST OF GLMAP-SVC-REQ TO TRUE
               MOVE WS-OPERATOR-ID TO USER-ID OF GLMAP-SVC-REQ
               MOVE 'DEMO-CORR-0085' TO CORR-ID OF GLMAP-SVC-REQ
               MOVE WS-GLM-CURSOR TO Q-CURSOR OF GLMAP-SVC-REQ

               CALL 'GLMAP-SVC' USING GLMAP-SVC-REQ GLMAP-SVC-RES

               IF NOT OK OF GLMAP-SVC-RES
                   DISPLAY ' '
                   DISPLAY 'No further mappings.'
                   MOVE 'Q' TO WS-GLM-ANS
               ELSE
                   MOVE NEXT-CURSOR OF GLMAP-SVC-RES TO WS-GLM-CURSOR
                   DISPLAY ' '
                   PERFORM SHOW-GL-MAPPING
                   IF MORE-RESULTS OF GLMAP-SVC-RES
                       DISPLAY 'Next/Quit (N/Q): ' WITH NO ADVANCING
                       ACCEPT WS-GLM-ANS
                   ELSE
                       MOVE 'Q' TO WS-GLM-ANS
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY ' '
           .

       SHOW-GL-MAPPING.
           DISPLAY '  Type/Code:   '
               GLM-LINE-TYPE OF OUT-GLMAP OF GLMAP-SVC-RES ' '
               GLM-LINE-CODE OF OUT-GLMAP OF GLMAP-SVC-RES
           DISPLAY '  Run type:    '
               GLM-RUN-TYPE OF OUT-GLMAP OF GLMAP-SVC-RES
           DISPLAY '  Scope:       '
               GLM-SCOPE-TYPE OF OUT-GLMAP OF GLMAP-SVC-RES ' '
               GLM-SCOPE-CODE OF OUT-GLMAP OF GLMAP-SVC-RES
           DISPLAY '  Account:     '
               GLM-ACCOUNT OF OUT-GLMAP OF GLMAP-SVC-RES ' '
               GLM-DESCR OF OUT-GLMAP OF GLMAP-SVC-RES
           DISPLAY '  Status:      '
               GLM-STATUS OF OUT-GLMAP OF GLMAP-SVC-RES
           .

       GL-MAPPING-ADD.
           INITIALIZE GLMAP-SVC-REQ
           SET OP-ADD OF GLMAP-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF GLMAP-SVC-REQ
           MOVE 'DEMO-CORR-0085' TO CORR-ID OF GLMAP-SVC-REQ
           MOVE WS-GLM-TYPE
               TO GLM-LINE-TYPE OF IN-GLMAP OF GLMAP-SVC-REQ
           MOVE WS-GLM-CODE
               TO GLM-LINE-CODE OF IN-GLMAP OF GLMAP-SVC-REQ
           MOVE WS-GLM-RUN
               TO GLM-RUN-TYPE OF IN-GLMAP OF GLMAP-SVC-REQ
           MOVE WS-GLM-SCOPE-TYPE
               TO GLM-SCOPE-TYPE OF IN-GLMAP OF GLMAP-SVC-REQ
           MOVE WS-GLM-SCOPE-CODE
               TO GLM-SCOPE-CODE OF IN-GLMAP OF GLMAP-SVC-REQ

           PERFORM GL-MAPPING-CAPTURE-FIELDS

           CALL 'GLMAP-SVC' USING GLMAP-SVC-REQ GLMAP-SVC-RES

           PERFORM SHOW-GL-MAPPING-RESULT
           .

       GL-MAPPING-UPDATE.
           MOVE OUT-GLMAP OF GLMAP-SVC-RES
               TO IN-GLMAP OF GLMAP-SVC-REQ
           SET OP-UPDATE OF GLMAP-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF GLMAP-SVC-REQ
           MOVE 'DEMO-CORR-0085' TO CORR-ID OF GLMAP-SVC-REQ

           PERFORM GL-MAPPING-CAPTURE-FIELDS

           CALL 'GLMAP-SVC' USING GLMAP-SVC-REQ GLMAP-SVC-RES

           PERFORM SHOW-GL-MAPPING-RESULT
           .

       GL-MAPPING-CAPTURE-FIELDS.
           DISPLAY 'GL Account (blank to keep): ' WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD NOT = SPACES
               MOVE WS-UPDATE-FIELD(1:4)
                   TO GLM-ACCOUNT OF IN-GLMAP OF GLMAP-SVC-REQ
           END-IF

           DISPLAY 'Description (blank to keep): ' WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD NOT = SPACES
               MOVE WS-UPDATE-FIELD(1:30)
                   TO GLM-DESCR OF IN-GLMAP OF GLMAP-SVC-REQ
           END-IF

           DISPLAY 'Status A=Active I=Inactive (blank to keep): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           INSPECT WS-UPDATE-FIELD(1:1) CONVERTING 'ai' TO 'AI'
           IF WS-UPDATE-FIELD(1:1) = 'A' OR 'I'
               MOVE WS-UPDATE-FIELD(1:1)
                   TO GLM-STATUS OF IN-GLMAP OF GLMAP-SVC-REQ
           END-IF
           .

       SHOW-GL-MAPPING-RESULT.
           DISPLAY ' '
           IF OK OF GLMAP-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF GLMAP-SVC-RES
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF GLMAP-SVC-RES ')'
               DISPLAY STATUS-MSG OF GLMAP-SVC-RES
           END-IF
           .

      * COMPANY-MASTER-SCREEN: Legal entity maintenance - shows the
      * company when on file, then offers update; otherwise captures
      * a new one. The entities named here are what the logon
      * company prompt scopes sessions to.
       COMPANY-MASTER-SCREEN.
           DISPLAY ' '
           DISPLAY 'COMPANY MASTER MAINTENANCE'
           DISPLAY '========================================='

           DISPLAY 'Enter Company Code: ' WITH NO ADVANCING
           MOVE SPACES TO WS-CO-CODE
           ACCEPT WS-CO-CODE

           INITIALIZE CO-SVC-REQ
           SET OP-FIND OF CO-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF CO-SVC-REQ
           MOVE 'DEMO-CORR-0045' TO CORR-ID OF CO-SVC-REQ
           MOVE WS-CO-CODE TO Q-COMPANY-CODE OF CO-SVC-REQ

           CALL 'COMPANY-SVC' USING CO-SVC-REQ CO-SVC-RES

           IF OK OF CO-SVC-RES
               DISPLAY 'Company on file:'
               DISPLAY '  Name:      '
                   COMPANY-NAME OF OUT-COMPANY OF CO-SVC-RES
               DISPLAY '  GL Prefix: '
                   GL-PREFIX OF OUT-COMPANY OF CO-SVC-RES
               DISPLAY '  SI Office: '
                   SI-OFFICE-CODE OF OUT-COMPANY OF CO-SVC-RES
               DISPLAY '  Status:    '
                   COMPANY-STATUS OF OUT-COMPANY OF CO-SVC-RES
               DISPLAY '  Pay freq:  '
                   DEFAULT-PAY-FREQUENCY OF OUT-COMPANY OF CO-SVC-RES
               DISPLAY 'Update this company? (Y/N): '
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM-ANS
               IF WS-CONFIRM-ANS = 'Y' OR 'y'
                   PERFORM COMPANY-MASTER-UPDATE
               END-IF
           ELSE
               DISPLAY 'Company not on file.'
               DISPLAY 'Add now? (Y/N): ' WITH NO ADVANCING
               ACCEPT WS-CONFIRM-ANS
               IF WS-CONFIRM-ANS = 'Y' OR 'y'
                   PERFORM COMPANY-MASTER-ADD
               END-IF
           END-IF
           DISPLAY ' '
           .

       COMPANY-MASTER-ADD.
           INITIALIZE CO-SVC-REQ
           SET OP-ADD OF CO-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF CO-SVC-REQ
           MOVE 'DEMO-CORR-0045' TO CORR-ID OF CO-SVC-REQ
           MOVE WS-CO-CODE
               TO COMPANY-CODE OF IN-COMPANY OF CO-SVC-REQ

           PERFORM COMPANY-MASTER-CAPTURE-FIELDS

           CALL 'COMPANY-SVC' USING CO-SVC-REQ CO-SVC-RES

           DISPLAY ' '
           IF OK OF CO-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF CO-SVC-RES
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF CO-SVC-RES ')'
               DISPLAY STATUS-MSG OF CO-SVC-RES
           END-IF
           .

       COMPANY-MASTER-UPDATE.
           MOVE OUT-COMPANY OF CO-SVC-RES
               TO IN-COMPANY OF CO-SVC-REQ
           SET OP-UPDATE OF CO-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF CO-SVC-REQ
           MOVE 'DEMO-CORR-0045' TO CORR-ID OF CO-SVC-REQ

           PERFORM COMPANY-MASTER-CAPTURE-FIELDS

           CALL 'COMPANY-SVC' USING CO-SVC-REQ CO-SVC-RES

           DISPLAY ' '
           IF OK OF CO-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF CO-SVC-RES
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF CO-SVC-RES ')'
               DISPLAY STATUS-MSG OF CO-SVC-RES
           END-IF
           .

       COMPANY-MASTER-CAPTURE-FIELDS.
           DISPLAY 'Name (blank to keep): ' WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD NOT = SPACES
               MOVE WS-UPDATE-FIELD(1:40)
                   TO COMPANY-NAME OF IN-COMPANY OF CO-SVC-REQ
           END-IF

           DISPLAY 'GL Prefix (blank to keep): ' WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD NOT = SPACES
               MOVE WS-UPDATE-FIELD(1:4)
                   TO GL-PREFIX OF IN-COMPANY OF CO-SVC-REQ
           END-IF

           DISPLAY 'SI Office Code (blank to keep): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD NOT = SPACES
               MOVE WS-UPDATE-FIELD(1:6)
                   TO SI-OFFICE-CODE OF IN-COMPANY OF CO-SVC-REQ
           END-IF

           DISPLAY 'Status A=Active C=Closed (blank to keep): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD(1:1) = 'A' OR 'C'
               MOVE WS-UPDATE-FIELD(1:1)
                   TO COMPANY-STATUS OF IN-COMPANY OF CO-SVC-REQ
           END-IF

      *    The frequency an employee with none of their own is paid at
           DISPLAY 'Default pay frequency M/S/W (blank to keep): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           INSPECT WS-UPDATE-FIELD(1:1) CONVERTING 'msw' TO 'MSW'
           IF WS-UPDATE-FIELD(1:1) = 'M' OR 'S' OR 'W'
               MOVE WS-UPDATE-FIELD(1:1)
                   TO DEFAULT-PAY-FREQUENCY OF IN-COMPANY
                       OF CO-SVC-REQ
           END-IF
           .

      * PROJECT-MASTER-SCREEN: Projects and cost centers timecard
      * lines are coded to - shows the project when on file, then
      * offers update (closing it stops new time being coded to
      * it); otherwise captures a new one. LABORDST distributes the
      * period's labor cost across them.
       PROJECT-MASTER-SCREEN.
           DISPLAY ' '
           DISPLAY 'PROJECT MASTER MAINTENANCE'
           DISPLAY '========================================='

           DISPLAY 'Enter Project Code: ' WITH NO ADVANCING
           MOVE SPACES TO WS-PRJ-CODE
           ACCEPT WS-PRJ-CODE

           INITIALIZE PROJ-SVC-REQ
           SET OP-FIND OF PROJ-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF PROJ-SVC-REQ
           MOVE 'DEMO-CORR-0065' TO CORR-ID OF PROJ-SVC-REQ
           MOVE WS-PRJ-CODE TO Q-PROJECT-CODE OF PROJ-SVC-REQ

           CALL 'PROJ-SVC' USING PROJ-SVC-REQ PROJ-SVC-RES

           IF OK OF PROJ-SVC-RES
               DISPLAY 'Project on file:'
               DISPLAY '  Name:       '
                   PROJECT-NAME OF OUT-PROJECT OF PROJ-SVC-RES
               DISPLAY '  Type:       '
                   PROJECT-TYPE OF OUT-PROJECT OF PROJ-SVC-RES
                   '  (B=billable C=capital O=overhead)'
               DISPLAY '  Owner Dept: '
                   OWNER-DEPT-ID OF OUT-PROJECT OF PROJ-SVC-RES
               DISPLAY '  GL Account: '
                   PROJ-GL-ACCOUNT OF OUT-PROJECT OF PROJ-SVC-RES
               DISPLAY '  Status:     '
                   PROJECT-STATUS OF OUT-PROJECT OF PROJ-SVC-RES
               DISPLAY 'Update this project? (Y/N): '
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM-ANS
               IF WS-CONFIRM-ANS = 'Y' OR 'y'
                   PERFORM PROJECT-MASTER-UPDATE
               END-IF
           ELSE
               DISPLAY 'Project not on file.'
               DISPLAY 'Add now? (Y/N): ' WITH NO ADVANCING
               ACCEPT WS-CONFIRM-ANS
               IF WS-CONFIRM-ANS = 'Y' OR 'y'
                   PERFORM PROJECT-MASTER-ADD
               END-IF
           END-IF
           DISPLAY ' '
           .

       PROJECT-MASTER-ADD.
           INITIALIZE PROJ-SVC-REQ
           SET OP-ADD OF PROJ-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF PROJ-SVC-REQ
           MOVE 'DEMO-CORR-0065' TO CORR-ID OF PROJ-SVC-REQ
           MOVE WS-PRJ-CODE
               TO PROJECT-CODE OF IN-PROJECT OF PROJ-SVC-REQ

           PERFORM PROJECT-MASTER-CAPTURE-FIELDS

           CALL 'PROJ-SVC' USING PROJ-SVC-REQ PROJ-SVC-RES

           DISPLAY ' '
           IF OK OF PROJ-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF PROJ-SVC-RES
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF PROJ-SVC-RES ')'
               DISPLAY STATUS-MSG OF PROJ-SVC-RES
           END-IF
           .

       PROJECT-MASTER-UPDATE.
           MOVE OUT-PROJECT OF PROJ-SVC-RES
               TO IN-PROJECT OF PROJ-SVC-REQ
           SET OP-UPDATE OF PROJ-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF PROJ-SVC-REQ
           MOVE 'DEMO-CORR-0065' TO CORR-ID OF PROJ-SVC-REQ

           PERFORM PROJECT-MASTER-CAPTURE-FIELDS

           DISPLAY 'Status A=Open C=Closed (blank to keep): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD(1:1) = 'A' OR 'C'
               MOVE WS-UPDATE-FIELD(1:1)
                   TO PROJECT-STATUS OF IN-PROJECT OF PROJ-SVC-REQ
           END-IF

           CALL 'PROJ-SVC' USING PROJ-SVC-REQ PROJ-SVC-RES

           DISPLAY ' '
           IF OK OF PROJ-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF PROJ-SVC-RES
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF PROJ-SVC-RES ')'
               DISPLAY STATUS-MSG OF PROJ-SVC-RES
           END-IF
           .

       PROJECT-MASTER-CAPTURE-FIELDS.
           DISPLAY 'Name (blank to keep): ' WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD NOT = SPACES
               MOVE WS-UPDATE-FIELD(1:40)
                   TO PROJECT-NAME OF IN-PROJECT OF PROJ-SVC-REQ
           END-IF

           DISPLAY 'Type B=Billable C=Capital O=Overhead'
           DISPLAY '  (blank to keep): ' WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD(1:1) = 'B' OR 'C' OR 'O'
               MOVE WS-UPDATE-FIELD(1:1)
                   TO PROJECT-TYPE OF IN-PROJECT OF PROJ-SVC-REQ
           END-IF

           DISPLAY 'Owner Department ID (blank to keep): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD(1:6) IS NUMERIC
               MOVE WS-UPDATE-FIELD(1:6)
                   TO OWNER-DEPT-ID OF IN-PROJECT OF PROJ-SVC-REQ
           END-IF

           DISPLAY 'GL Account, D=Default for type (blank to keep): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD(1:4) IS NUMERIC
               MOVE WS-UPDATE-FIELD(1:4)
                   TO PROJ-GL-ACCOUNT OF IN-PROJECT OF PROJ-SVC-REQ
           END-IF
           IF WS-UPDATE-FIELD(1:1) = 'D' OR 'd'
               MOVE SPACES
                   TO PROJ-GL-ACCOUNT OF IN-PROJECT OF PROJ-SVC-REQ
           END-IF
           .

      * HOUSING-MASTER-SCREEN: Company-leased flats - shows the
      * flat when on file and offers a change of its terms or a
      * move in / move out; otherwise captures a new one. PAY-SVC
      * deducts the occupant's rent from it each regular run and
      * HOUSERPT reports the month's occupancy.
       HOUSING-MASTER-SCREEN.
           DISPLAY ' '
           DISPLAY 'COMPANY HOUSING MAINTENANCE'
           DISPLAY '========================================='

           DISPLAY 'Enter Property Code: ' WITH NO ADVANCING
           MOVE SPACES TO WS-HSG-CODE
           ACCEPT WS-HSG-CODE

           INITIALIZE HOUSE-SVC-REQ
           SET OP-FIND OF HOUSE-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF HOUSE-SVC-REQ
           MOVE 'DEMO-CORR-0066' TO CORR-ID OF HOUSE-SVC-REQ
           MOVE WS-HSG-CODE TO Q-PROPERTY-CODE OF HOUSE-SVC-REQ

           CALL 'HOUSE-SVC' USING HOUSE-SVC-REQ HOUSE-SVC-RES

           IF NOT OK OF HOUSE-SVC-RES
               DISPLAY 'Property not on file.'
               DISPLAY 'Add now? (Y/N): ' WITH NO ADVANCING
               ACCEPT WS-CONFIRM-ANS
               IF WS-CONFIRM-ANS = 'Y' OR 'y'
                   PERFORM HOUSING-MASTER-ADD
               END-IF
               DISPLAY ' '
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Property on file:'
           DISPLAY '  Name:           '
               PROPERTY-NAME OF OUT-HOUSING OF HOUSE-SVC-RES
           DISPLAY '  Lease:          '
               LEASE-START OF OUT-HOUSING OF HOUSE-SVC-RES ' - '
               LEASE-END OF OUT-HOUSING OF HOUSE-SVC-RES
               '  Status: '
               LEASE-STATUS OF OUT-HOUSING OF HOUSE-SVC-RES
           DISPLAY '  Lease Cost:     '
               LEASE-COST OF OUT-HOUSING OF HOUSE-SVC-RES
           DISPLAY '  Employee Rent:  '
               EMPLOYEE-RENT OF OUT-HOUSING OF HOUSE-SVC-RES
           DISPLAY '  Statutory Rent: '
               STATUTORY-RENT OF OUT-HOUSING OF HOUSE-SVC-RES
           IF OCCUPANT-EMP-ID OF OUT-HOUSING OF HOUSE-SVC-RES = 0
               DISPLAY '  Occupant:       (none)'
           ELSE
               DISPLAY '  Occupant:       '
                   OCCUPANT-EMP-ID OF OUT-HOUSING OF HOUSE-SVC-RES
                   '  In '
                   MOVE-IN-DATE OF OUT-HOUSING OF HOUSE-SVC-RES
                   '  Out '
                   MOVE-OUT-DATE OF OUT-HOUSING OF HOUSE-SVC-RES
           END-IF

           DISPLAY 'U)pdate terms, move I)n, move O)ut, '
               'blank to return: ' WITH NO ADVANCING
           MOVE SPACES TO WS-CONFIRM-ANS
           ACCEPT WS-CONFIRM-ANS
           EVALUATE WS-CONFIRM-ANS
               WHEN 'U'
               WHEN 'u'
                   PERFORM HOUSING-MASTER-UPDATE
               WHEN 'I'
               WHEN 'i'
                   PERFORM HOUSING-MOVE-IN
               WHEN 'O'
               WHEN 'o'
                   PERFORM HOUSING-MOVE-OUT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           DISPLAY ' '
           .

       HOUSING-MASTER-ADD.
           INITIALIZE HOUSE-SVC-REQ
           SET OP-ADD OF HOUSE-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF HOUSE-SVC-REQ
           MOVE 'DEMO-CORR-0066' TO CORR-ID OF HOUSE-SVC-REQ
           MOVE WS-HSG-CODE
               TO PROPERTY-CODE OF IN-HOUSING OF HOUSE-SVC-REQ

           PERFORM HOUSING-MASTER-CAPTURE-FIELDS

           CALL 'HOUSE-SVC' USING HOUSE-SVC-REQ HOUSE-SVC-RES
           PERFORM SHOW-HOUSING-RESULT
           .

       HOUSING-MASTER-UPDATE.
           MOVE OUT-HOUSING OF HOUSE-SVC-RES
               TO IN-HOUSING OF HOUSE-SVC-REQ
           SET OP-UPDATE OF HOUSE-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF HOUSE-SVC-REQ
           MOVE 'DEMO-CORR-0066' TO CORR-ID OF HOUSE-SVC-REQ

           PERFORM HOUSING-MASTER-CAPTURE-FIELDS

           CALL 'HOUSE-SVC' USING HOUSE-SVC-REQ HOUSE-SVC-RES
           PERFORM SHOW-HOUSING-RESULT
           .

       HOUSING-MASTER-CAPTURE-FIELDS.
           DISPLAY 'Name (blank to keep): ' WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD NOT = SPACES
               MOVE WS-UPDATE-FIELD
                   TO PROPERTY-NAME OF IN-HOUSING OF HOUSE-SVC-REQ
           END-IF

           DISPLAY 'Lease Start (YYYYMMDD): ' WITH NO ADVANCING
           ACCEPT LEASE-START OF IN-HOUSING OF HOUSE-SVC-REQ
           DISPLAY 'Lease End (YYYYMMDD, 0=open): ' WITH NO ADVANCING
           ACCEPT LEASE-END OF IN-HOUSING OF HOUSE-SVC-REQ
           DISPLAY 'Monthly Lease Cost Paid: ' WITH NO ADVANCING
           ACCEPT LEASE-COST OF IN-HOUSING OF HOUSE-SVC-REQ
           DISPLAY 'Monthly Employee Rent: ' WITH NO ADVANCING
           ACCEPT EMPLOYEE-RENT OF IN-HOUSING OF HOUSE-SVC-REQ
           DISPLAY 'Building Fixed-Asset Tax Value: ' WITH NO ADVANCING
           ACCEPT BLDG-TAX-VALUE OF IN-HOUSING OF HOUSE-SVC-REQ
           DISPLAY 'Land Fixed-Asset Tax Value: ' WITH NO ADVANCING
           ACCEPT LAND-TAX-VALUE OF IN-HOUSING OF HOUSE-SVC-REQ
           DISPLAY 'Floor Area (square meters): ' WITH NO ADVANCING
           ACCEPT FLOOR-AREA OF IN-HOUSING OF HOUSE-SVC-REQ
           .

       HOUSING-MOVE-IN.
           INITIALIZE HOUSE-SVC-REQ
           SET OP-MOVE-IN OF HOUSE-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF HOUSE-SVC-REQ
           MOVE 'DEMO-CORR-0066' TO CORR-ID OF HOUSE-SVC-REQ
           MOVE WS-HSG-CODE TO Q-PROPERTY-CODE OF HOUSE-SVC-REQ
           DISPLAY 'Employee ID: ' WITH NO ADVANCING
           ACCEPT Q-EMP-ID OF HOUSE-SVC-REQ
           DISPLAY 'Move-in Date (YYYYMMDD): ' WITH NO ADVANCING
           ACCEPT Q-DATE OF HOUSE-SVC-REQ

           CALL 'HOUSE-SVC' USING HOUSE-SVC-REQ HOUSE-SVC-RES
           PERFORM SHOW-HOUSING-RESULT
           .

       HOUSING-MOVE-OUT.
           INITIALIZE HOUSE-SVC-REQ
           SET OP-MOVE-OUT OF HOUSE-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF HOUSE-SVC-REQ
           MOVE 'DEMO-CORR-0066' TO CORR-ID OF HOUSE-SVC-REQ
           MOVE WS-HSG-CODE TO Q-PROPERTY-CODE OF HOUSE-SVC-REQ
           DISPLAY 'Last Night (YYYYMMDD): ' WITH NO ADVANCING
           ACCEPT Q-DATE OF HOUSE-SVC-REQ

           CALL 'HOUSE-SVC' USING HOUSE-SVC-REQ HOUSE-SVC-RES
           PERFORM SHOW-HOUSING-RESULT
           .

       SHOW-HOUSING-RESULT.
           DISPLAY ' '
           IF OK OF HOUSE-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF HOUSE-SVC-RES
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF HOUSE-SVC-RES ')'
               DISPLAY STATUS-MSG OF HOUSE-SVC-RES
           END-IF
           .

      * MY-NUMBER-SCREEN: Individual number custody - admin only,
      * and MYNUM-SVC re-checks the role on its own authority.
      * Viewing demands a purpose because the retrieval itself is
      * audited, not just changes.
       MY-NUMBER-SCREEN.
           IF NOT OPER-ROLE-ADMIN
               DISPLAY 'Not authorized - admin role required.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY 'MY NUMBER CUSTODY'
           DISPLAY '========================================='
           DISPLAY 'Enter Employee ID: ' WITH NO ADVANCING
           ACCEPT WS-FIND-EMP-ID

           DISPLAY 'V)iew or S)et: ' WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANS

           EVALUATE WS-CONFIRM-ANS
               WHEN 'V'
               WHEN 'v'
                   PERFORM MY-NUMBER-VIEW
               WHEN 'S'
               WHEN 's'
                   PERFORM MY-NUMBER-SET
               WHEN OTHER
                   DISPLAY 'Invalid choice.'
           END-EVALUATE
           DISPLAY ' '
           .

       MY-NUMBER-VIEW.
           DISPLAY 'Purpose of access (required): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-MYNUM-PURPOSE
           ACCEPT WS-MYNUM-PURPOSE

           INITIALIZE MYNUM-SVC-REQ
           SET OP-GET OF MYNUM-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF MYNUM-SVC-REQ
           MOVE 'DEMO-CORR-0040' TO CORR-ID OF MYNUM-SVC-REQ
           MOVE WS-FIND-EMP-ID TO Q-EMP-ID OF MYNUM-SVC-REQ
           MOVE WS-MYNUM-PURPOSE TO Q-PURPOSE OF MYNUM-SVC-REQ

           CALL 'MYNUM-SVC' USING MYNUM-SVC-REQ MYNUM-SVC-RES

           IF OK OF MYNUM-SVC-RES
               DISPLAY 'My Number: '
                   MY-NUMBER OF OUT-MYNUM OF MYNUM-SVC-RES
               DISPLAY '(This access has been written to the'
               DISPLAY ' audit trail.)'
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF MYNUM-SVC-RES ')'
               DISPLAY STATUS-MSG OF MYNUM-SVC-RES
           END-IF
           .

       MY-NUMBER-SET.
           DISPLAY 'Enter Individual Number (12 digits): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-MYNUM-VALUE
           ACCEPT WS-MYNUM-VALUE

           INITIALIZE MYNUM-SVC-REQ
           SET OP-SET OF MYNUM-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF MYNUM-SVC-REQ
           MOVE 'DEMO-CORR-0040' TO CORR-ID OF MYNUM-SVC-REQ
           MOVE WS-FIND-EMP-ID
               TO EMP-ID OF IN-MYNUM OF MYNUM-SVC-REQ
           MOVE WS-MYNUM-VALUE
               TO MY-NUMBER OF IN-MYNUM OF MYNUM-SVC-REQ

           CALL 'MYNUM-SVC' USING MYNUM-SVC-REQ MYNUM-SVC-RES

           IF OK OF MYNUM-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF MYNUM-SVC-RES
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF MYNUM-SVC-RES ')'
               DISPLAY STATUS-MSG OF MYNUM-SVC-RES
           END-IF
           .

      * HEALTH-CHECK-SCREEN: One employee's health check year -
      * the annual check's dates, the night worker's second check,
      * the follow-up flag and the physician interviews for the
      * months HLTHMON flagged past the long-hours line. The result
      * detail is admin only, and HLTH-SVC re-checks the role on its
      * own authority the way MYNUM-SVC does.
       HEALTH-CHECK-SCREEN.
           DISPLAY ' '
           DISPLAY 'HEALTH CHECKS / LONG-HOURS INTERVIEWS'
           DISPLAY '========================================='
           DISPLAY 'Enter Employee ID: ' WITH NO ADVANCING
           ACCEPT WS-FIND-EMP-ID
           DISPLAY 'Fiscal year (YYYY, April start): '
               WITH NO ADVANCING
           MOVE 0 TO WS-HC-FY
           ACCEPT WS-HC-FY

           INITIALIZE HLTH-SVC-REQ
           SET OP-FIND OF HLTH-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF HLTH-SVC-REQ
           MOVE 'DEMO-CORR-0059' TO CORR-ID OF HLTH-SVC-REQ
           MOVE WS-FIND-EMP-ID TO Q-EMP-ID OF HLTH-SVC-REQ
           MOVE WS-HC-FY TO Q-FISCAL-YEAR OF HLTH-SVC-REQ

           CALL 'HLTH-SVC' USING HLTH-SVC-REQ HLTH-SVC-RES

           IF NOT-FOUND OF HLTH-SVC-RES
               DISPLAY 'No record for the year yet - one is started'
               DISPLAY 'when dates are entered.'
               INITIALIZE OUT-HEALTH OF HLTH-SVC-RES
               MOVE WS-FIND-EMP-ID
                   TO EMP-ID OF OUT-HEALTH OF HLTH-SVC-RES
               MOVE WS-HC-FY TO CHECK-FY OF OUT-HEALTH OF HLTH-SVC-RES
           ELSE
               IF NOT OK OF HLTH-SVC-RES
                   DISPLAY 'ERROR (Code '
                       STATUS-CODE-N OF HLTH-SVC-RES ')'
                   DISPLAY STATUS-MSG OF HLTH-SVC-RES
                   EXIT PARAGRAPH
               END-IF
               PERFORM HEALTH-CHECK-SHOW
           END-IF

           DISPLAY 'U)pdate dates, R)esult (admin), B)ack: '
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANS

           EVALUATE WS-CONFIRM-ANS
               WHEN 'U'
               WHEN 'u'
                   PERFORM HEALTH-CHECK-UPDATE
               WHEN 'R'
               WHEN 'r'
                   PERFORM HEALTH-RESULT-SCREEN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           DISPLAY ' '
           .

       HEALTH-CHECK-SHOW.
           DISPLAY 'Annual check scheduled: '
               CHECK-SCHEDULED OF OUT-HEALTH OF HLTH-SVC-RES
               '  completed: '
               CHECK-COMPLETED OF OUT-HEALTH OF HLTH-SVC-RES
           IF NIGHT-WORKER OF OUT-HEALTH OF HLTH-SVC-RES
               DISPLAY 'Night worker (flagged '
                   NIGHT-FLAGGED-PERIOD OF OUT-HEALTH OF HLTH-SVC-RES
                   ') - second check scheduled: '
                   SECOND-SCHEDULED OF OUT-HEALTH OF HLTH-SVC-RES
               DISPLAY '  second check completed: '
                   SECOND-COMPLETED OF OUT-HEALTH OF HLTH-SVC-RES
           END-IF
           DISPLAY 'Follow-up required: '
               FOLLOW-UP-FLAG OF OUT-HEALTH OF HLTH-SVC-RES
           EVALUATE TRUE
               WHEN RESULT-NO-FINDINGS OF OUT-HEALTH OF HLTH-SVC-RES
                   DISPLAY 'Result: recorded, no findings'
               WHEN RESULT-WITH-FINDINGS OF OUT-HEALTH
                       OF HLTH-SVC-RES
                   DISPLAY 'Result: recorded, with findings'
               WHEN OTHER
                   DISPLAY 'Result: not recorded'
           END-EVALUATE
           PERFORM VARYING WS-HC-SLOT FROM 1 BY 1
                   UNTIL WS-HC-SLOT > 12
               IF LH-FLAGGED OF OUT-HEALTH OF HLTH-SVC-RES
                       (WS-HC-SLOT)
                   PERFORM HEALTH-CHECK-SLOT-MONTH
                   MOVE LH-HOURS OF OUT-HEALTH OF HLTH-SVC-RES
                           (WS-HC-SLOT)
                       TO WS-HC-HOURS-DISPLAY
                   DISPLAY 'Month ' WS-HC-MONTH ' OT+holiday '
                       WS-HC-HOURS-DISPLAY 'h  offered: '
                       LH-OFFERED-DATE OF OUT-HEALTH OF HLTH-SVC-RES
                           (WS-HC-SLOT)
                       '  interview: '
                       LH-INTERVIEW-DATE OF OUT-HEALTH OF HLTH-SVC-RES
                           (WS-HC-SLOT)
               END-IF
           END-PERFORM
           .

      * HEALTH-CHECK-SLOT-MONTH: Calendar month of the fiscal-year
      * slot at WS-HC-SLOT (slot 1 = April).
       HEALTH-CHECK-SLOT-MONTH.
           IF WS-HC-SLOT <= 9
               COMPUTE WS-HC-MONTH = WS-HC-SLOT + 3
           ELSE
               COMPUTE WS-HC-MONTH = WS-HC-SLOT - 9
           END-IF
           .

      * HEALTH-CHECK-UPDATE: The screen-kept fields, each blank to
      * keep; HLTH-SVC keeps the flags HLTHMON set as stored.
       HEALTH-CHECK-UPDATE.
           INITIALIZE HLTH-SVC-REQ
           SET OP-PUT OF HLTH-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF HLTH-SVC-REQ
           MOVE 'DEMO-CORR-0059' TO CORR-ID OF HLTH-SVC-REQ
           MOVE OUT-HEALTH OF HLTH-SVC-RES TO IN-HEALTH OF HLTH-SVC-REQ

           DISPLAY 'Annual check scheduled YYYYMMDD (blank to keep): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD(1:8) IS NUMERIC
               MOVE WS-UPDATE-FIELD(1:8)
                   TO CHECK-SCHEDULED OF IN-HEALTH OF HLTH-SVC-REQ
           END-IF

           DISPLAY 'Annual check completed YYYYMMDD (blank to keep): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD(1:8) IS NUMERIC
               MOVE WS-UPDATE-FIELD(1:8)
                   TO CHECK-COMPLETED OF IN-HEALTH OF HLTH-SVC-REQ
           END-IF

           IF NIGHT-WORKER OF IN-HEALTH OF HLTH-SVC-REQ
               DISPLAY 'Second check scheduled (blank to keep): '
                   WITH NO ADVANCING
               MOVE SPACES TO WS-UPDATE-FIELD
               ACCEPT WS-UPDATE-FIELD
               IF WS-UPDATE-FIELD(1:8) IS NUMERIC
                   MOVE WS-UPDATE-FIELD(1:8)
                       TO SECOND-SCHEDULED OF IN-HEALTH
                           OF HLTH-SVC-REQ
               END-IF
               DISPLAY 'Second check completed (blank to keep): '
                   WITH NO ADVANCING
               MOVE SPACES TO WS-UPDATE-FIELD
               ACCEPT WS-UPDATE-FIELD
               IF WS-UPDATE-FIELD(1:8) IS NUMERIC
                   MOVE WS-UPDATE-FIELD(1:8)
                       TO SECOND-COMPLETED OF IN-HEALTH
                           OF HLTH-SVC-REQ
               END-IF
           END-IF

           DISPLAY 'Follow-up required Y/N (blank to keep): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD(1:1) = 'Y' OR 'N'
               MOVE WS-UPDATE-FIELD(1:1)
                   TO FOLLOW-UP-FLAG OF IN-HEALTH OF HLTH-SVC-REQ
           END-IF

           PERFORM VARYING WS-HC-SLOT FROM 1 BY 1
                   UNTIL WS-HC-SLOT > 12
               IF LH-FLAGGED OF IN-HEALTH OF HLTH-SVC-REQ(WS-HC-SLOT)
                   PERFORM HEALTH-CHECK-INTERVIEW-DATES
               END-IF
           END-PERFORM

           CALL 'HLTH-SVC' USING HLTH-SVC-REQ HLTH-SVC-RES

           IF OK OF HLTH-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF HLTH-SVC-RES
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF HLTH-SVC-RES ')'
               DISPLAY STATUS-MSG OF HLTH-SVC-RES
           END-IF
           .

       HEALTH-CHECK-INTERVIEW-DATES.
           PERFORM HEALTH-CHECK-SLOT-MONTH
           DISPLAY 'Month ' WS-HC-MONTH
               ' interview offered YYYYMMDD (blank to keep): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD(1:8) IS NUMERIC
               MOVE WS-UPDATE-FIELD(1:8)
                   TO LH-OFFERED-DATE OF IN-HEALTH OF HLTH-SVC-REQ
                       (WS-HC-SLOT)
           END-IF
           DISPLAY 'Month ' WS-HC-MONTH
               ' interview held YYYYMMDD (blank to keep): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD(1:8) IS NUMERIC
               MOVE WS-UPDATE-FIELD(1:8)
                   TO LH-INTERVIEW-DATE OF IN-HEALTH OF HLTH-SVC-REQ
                       (WS-HC-SLOT)
           END-IF
           .

      * HEALTH-RESULT-SCREEN: The restricted result detail - admin
      * only; viewing demands a purpose because the retrieval itself
      * is audited.
       HEALTH-RESULT-SCREEN.
           IF NOT OPER-ROLE-ADMIN
               DISPLAY 'Not authorized - admin role required.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'V)iew or S)et result: ' WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANS

           EVALUATE WS-CONFIRM-ANS
               WHEN 'V'
               WHEN 'v'
                   PERFORM HEALTH-RESULT-VIEW
               WHEN 'S'
               WHEN 's'
                   PERFORM HEALTH-RESULT-SET
               WHEN OTHER
                   DISPLAY 'Invalid choice.'
           END-EVALUATE
           .

       HEALTH-RESULT-VIEW.
           DISPLAY 'Purpose of access (required): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-MYNUM-PURPOSE
           ACCEPT WS-MYNUM-PURPOSE

           INITIALIZE HLTH-SVC-REQ
           SET OP-GET-RESULT OF HLTH-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF HLTH-SVC-REQ
           MOVE 'DEMO-CORR-0059' TO CORR-ID OF HLTH-SVC-REQ
           MOVE WS-FIND-EMP-ID TO Q-EMP-ID OF HLTH-SVC-REQ
           MOVE WS-HC-FY TO Q-FISCAL-YEAR OF HLTH-SVC-REQ
           MOVE WS-MYNUM-PURPOSE TO Q-PURPOSE OF HLTH-SVC-REQ

           CALL 'HLTH-SVC' USING HLTH-SVC-REQ HLTH-SVC-RES

           IF OK OF HLTH-SVC-RES
               DISPLAY 'Class: '
                   RESULT-CLASS OF OUT-RESULT OF HLTH-SVC-RES
                   '  Work opinion: '
                   WORK-OPINION OF OUT-RESULT OF HLTH-SVC-RES
               DISPLAY 'Findings: '
                   FINDINGS OF OUT-RESULT OF HLTH-SVC-RES
               DISPLAY 'Physician: '
                   PHYSICIAN-NAME OF OUT-RESULT OF HLTH-SVC-RES
               DISPLAY '(This access has been written to the'
               DISPLAY ' audit trail.)'
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF HLTH-SVC-RES ')'
               DISPLAY STATUS-MSG OF HLTH-SVC-RES
           END-IF
           .

       HEALTH-RESULT-SET.
           INITIALIZE HLTH-SVC-REQ
           SET OP-SET-RESULT OF HLTH-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF HLTH-SVC-REQ
           MOVE 'DEMO-CORR-0059' TO CORR-ID OF HLTH-SVC-REQ
           MOVE WS-FIND-EMP-ID TO EMP-ID OF IN-RESULT OF HLTH-SVC-REQ
           MOVE WS-HC-FY TO CHECK-FY OF IN-RESULT OF HLTH-SVC-REQ

           DISPLAY 'Class A=No findings B=Minor C=Recheck'
           DISPLAY '      D=Treatment E=Under care: '
               WITH NO ADVANCING
           ACCEPT RESULT-CLASS OF IN-RESULT OF HLTH-SVC-REQ
           DISPLAY 'Work opinion N=Normal R=Restricted L=Leave: '
               WITH NO ADVANCING
           ACCEPT WORK-OPINION OF IN-RESULT OF HLTH-SVC-REQ
           DISPLAY 'Findings: ' WITH NO ADVANCING
           ACCEPT FINDINGS OF IN-RESULT OF HLTH-SVC-REQ
           DISPLAY 'Physician: ' WITH NO ADVANCING
           ACCEPT PHYSICIAN-NAME OF IN-RESULT OF HLTH-SVC-REQ

           CALL 'HLTH-SVC' USING HLTH-SVC-REQ HLTH-SVC-RES

           IF OK OF HLTH-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF HLTH-SVC-RES
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF HLTH-SVC-RES ')'
               DISPLAY STATUS-MSG OF HLTH-SVC-RES
           END-IF
           .

      * STRESS-CHECK-SCREEN: One employee's stress check cycle -
      * the participation record HR keeps (invited, completed,
      * physician interview requested and held). The individual
      * result is for the designated implementer only, and
      * STRESS-SVC re-checks the designation on its own authority.
       STRESS-CHECK-SCREEN.
           DISPLAY ' '
           DISPLAY 'STRESS CHECK'
           DISPLAY '========================================='
           DISPLAY 'Enter Employee ID: ' WITH NO ADVANCING
           ACCEPT WS-FIND-EMP-ID
           DISPLAY 'Fiscal year (YYYY, April start): '
               WITH NO ADVANCING
           MOVE 0 TO WS-SC-FY
           ACCEPT WS-SC-FY

           INITIALIZE STRESS-SVC-REQ
           SET OP-FIND OF STRESS-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF STRESS-SVC-REQ
           MOVE 'DEMO-CORR-0060' TO CORR-ID OF STRESS-SVC-REQ
           MOVE WS-FIND-EMP-ID TO Q-EMP-ID OF STRESS-SVC-REQ
           MOVE WS-SC-FY TO Q-FISCAL-YEAR OF STRESS-SVC-REQ

           CALL 'STRESS-SVC' USING STRESS-SVC-REQ STRESS-SVC-RES

           IF NOT-FOUND OF STRESS-SVC-RES
               DISPLAY 'Not invited for the year yet - a record is'
               DISPLAY 'started when dates are entered.'
               INITIALIZE OUT-STRESS OF STRESS-SVC-RES
               MOVE WS-FIND-EMP-ID
                   TO EMP-ID OF OUT-STRESS OF STRESS-SVC-RES
               MOVE WS-SC-FY TO CYCLE-FY OF OUT-STRESS OF STRESS-SVC-RES
           ELSE
               IF NOT OK OF STRESS-SVC-RES
                   DISPLAY 'ERROR (Code '
                       STATUS-CODE-N OF STRESS-SVC-RES ')'
                   DISPLAY STATUS-MSG OF STRESS-SVC-RES
                   EXIT PARAGRAPH
               END-IF
               DISPLAY 'Invited: '
                   INVITED-DATE OF OUT-STRESS OF STRESS-SVC-RES
                   '  completed: '
                   COMPLETED-DATE OF OUT-STRESS OF STRESS-SVC-RES
               DISPLAY 'Interview requested: '
                   INTERVIEW-REQ-FLAG OF OUT-STRESS OF STRESS-SVC-RES
                   '  held: '
                   INTERVIEW-DATE OF OUT-STRESS OF STRESS-SVC-RES
               IF STRESS-RESULT-ENTERED OF OUT-STRESS
                       OF STRESS-SVC-RES
                   DISPLAY 'Result: entered'
               ELSE
                   DISPLAY 'Result: not entered'
               END-IF
           END-IF

           DISPLAY 'U)pdate dates, R)esult (implementer), B)ack: '
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANS

           EVALUATE WS-CONFIRM-ANS
               WHEN 'U'
               WHEN 'u'
                   PERFORM STRESS-CHECK-UPDATE
               WHEN 'R'
               WHEN 'r'
                   PERFORM STRESS-RESULT-SCREEN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           DISPLAY ' '
           .

      * STRESS-CHECK-UPDATE: The participation fields, each blank to
      * keep; STRESS-SVC keeps the result-entered flag as stored.
       STRESS-CHECK-UPDATE.
           INITIALIZE STRESS-SVC-REQ
           SET OP-PUT OF STRESS-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF STRESS-SVC-REQ
           MOVE 'DEMO-CORR-0060' TO CORR-ID OF STRESS-SVC-REQ
           MOVE OUT-STRESS OF STRESS-SVC-RES
               TO IN-STRESS OF STRESS-SVC-REQ

           DISPLAY 'Invited YYYYMMDD (blank to keep): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD(1:8) IS NUMERIC
               MOVE WS-UPDATE-FIELD(1:8)
                   TO INVITED-DATE OF IN-STRESS OF STRESS-SVC-REQ
           END-IF

           DISPLAY 'Completed YYYYMMDD (blank to keep): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD(1:8) IS NUMERIC
               MOVE WS-UPDATE-FIELD(1:8)
                   TO COMPLETED-DATE OF IN-STRESS OF STRESS-SVC-REQ
           END-IF

           DISPLAY 'Interview requested Y/N (blank to keep): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD(1:1) = 'Y' OR 'N'
               MOVE WS-UPDATE-FIELD(1:1)
                   TO INTERVIEW-REQ-FLAG OF IN-STRESS OF STRESS-SVC-REQ
           END-IF

           IF INTERVIEW-REQUESTED OF IN-STRESS OF STRESS-SVC-REQ
               DISPLAY 'Interview held YYYYMMDD (blank to keep): '
                   WITH NO ADVANCING
               MOVE SPACES TO WS-UPDATE-FIELD
               ACCEPT WS-UPDATE-FIELD
               IF WS-UPDATE-FIELD(1:8) IS NUMERIC
                   MOVE WS-UPDATE-FIELD(1:8)
                       TO INTERVIEW-DATE OF IN-STRESS
                           OF STRESS-SVC-REQ
               END-IF
           END-IF

           CALL 'STRESS-SVC' USING STRESS-SVC-REQ STRESS-SVC-RES

           IF OK OF STRESS-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF STRESS-SVC-RES
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF STRESS-SVC-RES ')'
               DISPLAY STATUS-MSG OF STRESS-SVC-RES
           END-IF
           .

      * STRESS-RESULT-SCREEN: The individual result - designated
      * implementer only, whatever the role; viewing demands a
      * purpose because the retrieval itself is audited.
       STRESS-RESULT-SCREEN.
           IF NOT OPER-STRESS-IMPLEMENTER
               DISPLAY 'Not authorized - stress check implementer'
               DISPLAY 'designation required.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'V)iew or S)et result: ' WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANS

           EVALUATE WS-CONFIRM-ANS
               WHEN 'V'
               WHEN 'v'
                   PERFORM STRESS-RESULT-VIEW
               WHEN 'S'
               WHEN 's'
                   PERFORM STRESS-RESULT-SET
               WHEN OTHER
                   DISPLAY 'Invalid choice.'
           END-EVALUATE
           .

       STRESS-RESULT-VIEW.
           DISPLAY 'Purpose of access (required): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-MYNUM-PURPOSE
           ACCEPT WS-MYNUM-PURPOSE

           INITIALIZE STRESS-SVC-REQ
           SET OP-GET-RESULT OF STRESS-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF STRESS-SVC-REQ
           MOVE 'DEMO-CORR-0060' TO CORR-ID OF STRESS-SVC-REQ
           MOVE WS-FIND-EMP-ID TO Q-EMP-ID OF STRESS-SVC-REQ
           MOVE WS-SC-FY TO Q-FISCAL-YEAR OF STRESS-SVC-REQ
           MOVE WS-MYNUM-PURPOSE TO Q-PURPOSE OF STRESS-SVC-REQ

           CALL 'STRESS-SVC' USING STRESS-SVC-REQ STRESS-SVC-RES

           IF OK OF STRESS-SVC-RES
               DISPLAY 'Scores A (stressors): '
                   SCORE-A OF OUT-STRESS-RESULT OF STRESS-SVC-RES
                   '  B (reactions): '
                   SCORE-B OF OUT-STRESS-RESULT OF STRESS-SVC-RES
                   '  C (support): '
                   SCORE-C OF OUT-STRESS-RESULT OF STRESS-SVC-RES
               DISPLAY 'High stress: '
                   HIGH-STRESS-FLAG OF OUT-STRESS-RESULT
                       OF STRESS-SVC-RES
                   '  result date: '
                   RESULT-DATE OF OUT-STRESS-RESULT OF STRESS-SVC-RES
               DISPLAY '(This access has been written to the'
               DISPLAY ' audit trail.)'
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF STRESS-SVC-RES ')'
               DISPLAY STATUS-MSG OF STRESS-SVC-RES
           END-IF
           .

       STRESS-RESULT-SET.
           INITIALIZE STRESS-SVC-REQ
           SET OP-SET-RESULT OF STRESS-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF STRESS-SVC-REQ
           MOVE 'DEMO-CORR-0060' TO CORR-ID OF STRESS-SVC-REQ
           MOVE WS-FIND-EMP-ID
               TO EMP-ID OF IN-STRESS-RESULT OF STRESS-SVC-REQ
           MOVE WS-SC-FY TO CYCLE-FY OF IN-STRESS-RESULT
               OF STRESS-SVC-REQ

           DISPLAY 'Score A - job stressors (17-68): '
               WITH NO ADVANCING
           ACCEPT SCORE-A OF IN-STRESS-RESULT OF STRESS-SVC-REQ
           DISPLAY 'Score B - stress reactions (29-116): '
               WITH NO ADVANCING
           ACCEPT SCORE-B OF IN-STRESS-RESULT OF STRESS-SVC-REQ
           DISPLAY 'Score C - support (9-36): '
               WITH NO ADVANCING
           ACCEPT SCORE-C OF IN-STRESS-RESULT OF STRESS-SVC-REQ

           CALL 'STRESS-SVC' USING STRESS-SVC-REQ STRESS-SVC-RES

           IF OK OF STRESS-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF STRESS-SVC-RES
               IF HIGH-STRESS OF OUT-STRESS-RESULT OF STRESS-SVC-RES
                   DISPLAY 'Determined HIGH STRESS - offer the'
                   DISPLAY 'physician interview.'
               END-IF
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF STRESS-SVC-RES ')'
               DISPLAY STATUS-MSG OF STRESS-SVC-RES
           END-IF
           .

      * QUALIFICATION-SCREEN: The training and license register -
      * the qualification master, the grade and department
      * requirements laid on it, and each employee's holdings.
      * QUALRPT reads the same files for the monthly expiry and
      * coverage report.
       QUALIFICATION-SCREEN.
           DISPLAY ' '
           DISPLAY 'QUALIFICATIONS / LICENSES'
           DISPLAY '========================================='
           DISPLAY '1. List Qualifications'
           DISPLAY '2. Find / Maintain Qualification'
           DISPLAY '3. List Grade / Department Requirements'
           DISPLAY '4. Add Requirement'
           DISPLAY '5. Remove Requirement'
           DISPLAY '6. Employee Holdings'
           DISPLAY '7. Record Training / License'
           DISPLAY 'B. Back'
           DISPLAY 'Enter your choice: ' WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANS

           EVALUATE WS-CONFIRM-ANS
               WHEN '1'
                   PERFORM QUALIFICATION-LIST
               WHEN '2'
                   PERFORM QUALIFICATION-MAINTAIN
               WHEN '3'
                   PERFORM QUAL-NEED-LIST
               WHEN '4'
                   SET OP-NEED-ADD OF QUAL-SVC-REQ TO TRUE
                   PERFORM QUAL-NEED-CHANGE
               WHEN '5'
                   SET OP-NEED-DELETE OF QUAL-SVC-REQ TO TRUE
                   PERFORM QUAL-NEED-CHANGE
               WHEN '6'
                   PERFORM QUAL-HOLDING-LIST
               WHEN '7'
                   PERFORM QUAL-HOLDING-PUT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           DISPLAY ' '
           .

       QUALIFICATION-LIST.
           MOVE SPACES TO WS-QL-CURSOR
           MOVE 'Y' TO WS-QL-ANS

           PERFORM UNTIL WS-QL-ANS NOT = 'Y'
               INITIALIZE QUAL-SVC-REQ
               SET OP-LIST OF QUAL-SVC-REQ TO TRUE
               MOVE WS-OPERATOR-ID TO USER-ID OF QUAL-SVC-REQ
               MOVE 'DEMO-CORR-0061' TO CORR-ID OF QUAL-SVC-REQ
               MOVE WS-QL-CURSOR TO Q-CURSOR OF QUAL-SVC-REQ

               CALL 'QUAL-SVC' USING QUAL-SVC-REQ QUAL-SVC-RES

               IF OK OF QUAL-SVC-RES
                   MOVE NEXT-CURSOR OF QUAL-SVC-RES TO WS-QL-CURSOR
                   DISPLAY QUAL-CODE OF OUT-QUAL OF QUAL-SVC-RES
                       ' ' QUAL-KIND OF OUT-QUAL OF QUAL-SVC-RES
                       ' ' QUAL-NAME OF OUT-QUAL OF QUAL-SVC-RES
                       ' ' QUAL-STATUS OF OUT-QUAL OF QUAL-SVC-RES
                   DISPLAY '       renew every '
                       RENEWAL-MONTHS OF OUT-QUAL OF QUAL-SVC-RES
                       ' months  minimum '
                       STAT-MIN-HOLDERS OF OUT-QUAL OF QUAL-SVC-RES
                       ' or 1 per '
                       STAT-PER-WORKERS OF OUT-QUAL OF QUAL-SVC-RES
                       ' workers'
                   IF NOT MORE-RESULTS OF QUAL-SVC-RES
                       DISPLAY 'End of qualifications.'
                       MOVE 'N' TO WS-QL-ANS
                   END-IF
               ELSE
                   DISPLAY STATUS-MSG OF QUAL-SVC-RES
                   MOVE 'N' TO WS-QL-ANS
               END-IF
           END-PERFORM
           .

      * QUALIFICATION-MAINTAIN: Shows the qualification when on
      * file, then offers update; otherwise captures a new one.
       QUALIFICATION-MAINTAIN.
           DISPLAY 'Enter Qualification Code: ' WITH NO ADVANCING
           MOVE SPACES TO WS-QL-CODE
           ACCEPT WS-QL-CODE

           INITIALIZE QUAL-SVC-REQ
           INITIALIZE QUAL-SVC-RES
           SET OP-FIND OF QUAL-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF QUAL-SVC-REQ
           MOVE 'DEMO-CORR-0061' TO CORR-ID OF QUAL-SVC-REQ
           MOVE WS-QL-CODE TO Q-QUAL-CODE OF QUAL-SVC-REQ

           CALL 'QUAL-SVC' USING QUAL-SVC-REQ QUAL-SVC-RES

           IF OK OF QUAL-SVC-RES
               DISPLAY '  Name:        '
                   QUAL-NAME OF OUT-QUAL OF QUAL-SVC-RES
               DISPLAY '  Kind:        '
                   QUAL-KIND OF OUT-QUAL OF QUAL-SVC-RES
               DISPLAY '  Renewal:     '
                   RENEWAL-MONTHS OF OUT-QUAL OF QUAL-SVC-RES
                   ' months'
               DISPLAY '  Warn:        '
                   EXPIRY-WARN-DAYS OF OUT-QUAL OF QUAL-SVC-RES
                   ' days ahead'
               DISPLAY '  Minimum:     '
                   STAT-MIN-HOLDERS OF OUT-QUAL OF QUAL-SVC-RES
                   ' per establishment, or 1 per '
                   STAT-PER-WORKERS OF OUT-QUAL OF QUAL-SVC-RES
                   ' workers'
               DISPLAY '  Status:      '
                   QUAL-STATUS OF OUT-QUAL OF QUAL-SVC-RES
               DISPLAY 'Update this qualification? (Y/N): '
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM-ANS
               IF WS-CONFIRM-ANS = 'Y' OR 'y'
                   MOVE OUT-QUAL OF QUAL-SVC-RES
                       TO IN-QUAL OF QUAL-SVC-REQ
                   SET OP-UPDATE OF QUAL-SVC-REQ TO TRUE
                   PERFORM QUALIFICATION-SAVE
               END-IF
           ELSE
               DISPLAY 'Qualification not on file.'
               DISPLAY 'Add now? (Y/N): ' WITH NO ADVANCING
               ACCEPT WS-CONFIRM-ANS
               IF WS-CONFIRM-ANS = 'Y' OR 'y'
                   INITIALIZE IN-QUAL OF QUAL-SVC-REQ
                   MOVE WS-QL-CODE
                       TO QUAL-CODE OF IN-QUAL OF QUAL-SVC-REQ
                   SET OP-ADD OF QUAL-SVC-REQ TO TRUE
                   PERFORM QUALIFICATION-SAVE
               END-IF
           END-IF
           .

      * QUALIFICATION-SAVE: The master fields, each blank to keep;
      * counts are entered at their full width (renewal 036).
       QUALIFICATION-SAVE.
           MOVE WS-OPERATOR-ID TO USER-ID OF QUAL-SVC-REQ
           MOVE 'DEMO-CORR-0061' TO CORR-ID OF QUAL-SVC-REQ

           DISPLAY 'Name (blank to keep): ' WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD NOT = SPACES
               MOVE WS-UPDATE-FIELD
                   TO QUAL-NAME OF IN-QUAL OF QUAL-SVC-REQ
           END-IF

           DISPLAY 'Kind L=License T=Training (blank to keep): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD(1:1) = 'L' OR 'T'
               MOVE WS-UPDATE-FIELD(1:1)
                   TO QUAL-KIND OF IN-QUAL OF QUAL-SVC-REQ
           END-IF

           DISPLAY 'Renewal months, 3 digits, 000 = none'
           DISPLAY '  (blank to keep): ' WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD(1:3) IS NUMERIC
               MOVE WS-UPDATE-FIELD(1:3)
                   TO RENEWAL-MONTHS OF IN-QUAL OF QUAL-SVC-REQ
           END-IF

           DISPLAY 'Warning days before expiry, 3 digits'
           DISPLAY '  (blank to keep): ' WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD(1:3) IS NUMERIC
               MOVE WS-UPDATE-FIELD(1:3)
                   TO EXPIRY-WARN-DAYS OF IN-QUAL OF QUAL-SVC-REQ
           END-IF

           DISPLAY 'Statutory minimum holders per establishment,'
           DISPLAY '  3 digits (blank to keep): ' WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD(1:3) IS NUMERIC
               MOVE WS-UPDATE-FIELD(1:3)
                   TO STAT-MIN-HOLDERS OF IN-QUAL OF QUAL-SVC-REQ
           END-IF

           DISPLAY 'One holder per how many workers, 5 digits'
           DISPLAY '  (blank to keep): ' WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD(1:5) IS NUMERIC
               MOVE WS-UPDATE-FIELD(1:5)
                   TO STAT-PER-WORKERS OF IN-QUAL OF QUAL-SVC-REQ
           END-IF

           DISPLAY 'Status A=Active R=Retired (blank to keep): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD(1:1) = 'A' OR 'R'
               MOVE WS-UPDATE-FIELD(1:1)
                   TO QUAL-STATUS OF IN-QUAL OF QUAL-SVC-REQ
           END-IF

           CALL 'QUAL-SVC' USING QUAL-SVC-REQ QUAL-SVC-RES

           DISPLAY ' '
           IF OK OF QUAL-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF QUAL-SVC-RES
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF QUAL-SVC-RES ')'
               DISPLAY STATUS-MSG OF QUAL-SVC-RES
           END-IF
           .

       QUAL-NEED-LIST.
           MOVE SPACES TO WS-QL-CURSOR
           MOVE 'Y' TO WS-QL-ANS

           PERFORM UNTIL WS-QL-ANS NOT = 'Y'
               INITIALIZE QUAL-SVC-REQ
               SET OP-NEED-LIST OF QUAL-SVC-REQ TO TRUE
               MOVE WS-OPERATOR-ID TO USER-ID OF QUAL-SVC-REQ
               MOVE 'DEMO-CORR-0061' TO CORR-ID OF QUAL-SVC-REQ
               MOVE WS-QL-CURSOR TO Q-CURSOR OF QUAL-SVC-REQ

               CALL 'QUAL-SVC' USING QUAL-SVC-REQ QUAL-SVC-RES

               IF OK OF QUAL-SVC-RES
                   MOVE NEXT-CURSOR OF QUAL-SVC-RES TO WS-QL-CURSOR
                   IF NEED-BY-GRADE OF OUT-NEED OF QUAL-SVC-RES
                       DISPLAY 'Grade      '
                           NEED-KEY OF OUT-NEED OF QUAL-SVC-RES
                           ' requires '
                           QUAL-CODE OF OUT-NEED OF QUAL-SVC-RES
                   ELSE
                       DISPLAY 'Department '
                           NEED-KEY OF OUT-NEED OF QUAL-SVC-RES
                           ' requires '
                           QUAL-CODE OF OUT-NEED OF QUAL-SVC-RES
                   END-IF
                   IF NOT MORE-RESULTS OF QUAL-SVC-RES
                       DISPLAY 'End of requirements.'
                       MOVE 'N' TO WS-QL-ANS
                   END-IF
               ELSE
                   DISPLAY STATUS-MSG OF QUAL-SVC-RES
                   MOVE 'N' TO WS-QL-ANS
               END-IF
           END-PERFORM
           .

      * QUAL-NEED-CHANGE: Adds or removes one grade or department
      * requirement - the operation is set by the caller.
       QUAL-NEED-CHANGE.
           MOVE WS-OPERATOR-ID TO USER-ID OF QUAL-SVC-REQ
           MOVE 'DEMO-CORR-0061' TO CORR-ID OF QUAL-SVC-REQ
           INITIALIZE IN-NEED OF QUAL-SVC-REQ

           DISPLAY 'G)rade or D)epartment: ' WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           EVALUATE WS-UPDATE-FIELD(1:1)
               WHEN 'G'
               WHEN 'g'
                   SET NEED-BY-GRADE OF IN-NEED OF QUAL-SVC-REQ
                       TO TRUE
                   DISPLAY 'Grade Code: ' WITH NO ADVANCING
               WHEN 'D'
               WHEN 'd'
                   SET NEED-BY-DEPT OF IN-NEED OF QUAL-SVC-REQ
                       TO TRUE
                   DISPLAY 'Department ID (6 digits): '
                       WITH NO ADVANCING
               WHEN OTHER
                   DISPLAY 'Invalid choice.'
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           MOVE WS-UPDATE-FIELD(1:6)
               TO NEED-KEY OF IN-NEED OF QUAL-SVC-REQ
           DISPLAY 'Qualification Code: ' WITH NO ADVANCING
           ACCEPT QUAL-CODE OF IN-NEED OF QUAL-SVC-REQ

           CALL 'QUAL-SVC' USING QUAL-SVC-REQ QUAL-SVC-RES

           DISPLAY ' '
           IF OK OF QUAL-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF QUAL-SVC-RES
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF QUAL-SVC-RES ')'
               DISPLAY STATUS-MSG OF QUAL-SVC-RES
           END-IF
           .

       QUAL-HOLDING-LIST.
           DISPLAY 'Enter Employee ID: ' WITH NO ADVANCING
           ACCEPT WS-FIND-EMP-ID
           MOVE SPACES TO WS-QL-CURSOR
           MOVE 'Y' TO WS-QL-ANS

           PERFORM UNTIL WS-QL-ANS NOT = 'Y'
               INITIALIZE QUAL-SVC-REQ
               SET OP-HOLD-LIST OF QUAL-SVC-REQ TO TRUE
               MOVE WS-OPERATOR-ID TO USER-ID OF QUAL-SVC-REQ
               MOVE 'DEMO-CORR-0061' TO CORR-ID OF QUAL-SVC-REQ
               MOVE WS-FIND-EMP-ID TO Q-EMP-ID OF QUAL-SVC-REQ
               MOVE WS-QL-CURSOR TO Q-CURSOR OF QUAL-SVC-REQ

               CALL 'QUAL-SVC' USING QUAL-SVC-REQ QUAL-SVC-RES

               IF OK OF QUAL-SVC-RES
                   MOVE NEXT-CURSOR OF QUAL-SVC-RES TO WS-QL-CURSOR
                   DISPLAY QUAL-CODE OF OUT-HOLDING OF QUAL-SVC-RES
                       ' issued '
                       ISSUE-DATE OF OUT-HOLDING OF QUAL-SVC-RES
                       ' expires '
                       EXPIRY-DATE OF OUT-HOLDING OF QUAL-SVC-RES
                       ' ' HOLDING-STATUS
                           OF OUT-HOLDING OF QUAL-SVC-RES
                   DISPLAY '       no. '
                       LICENSE-NUMBER OF OUT-HOLDING OF QUAL-SVC-RES
                       ' ' ISSUER OF OUT-HOLDING OF QUAL-SVC-RES
                   IF NOT MORE-RESULTS OF QUAL-SVC-RES
                       DISPLAY 'End of holdings.'
                       MOVE 'N' TO WS-QL-ANS
                   END-IF
               ELSE
                   DISPLAY STATUS-MSG OF QUAL-SVC-RES
                   MOVE 'N' TO WS-QL-ANS
               END-IF
           END-PERFORM
           .

      * QUAL-HOLDING-PUT: Records a training completed or a license
      * held, or replaces the one on file for the same code. A blank
      * expiry lets QUAL-SVC work it out from the renewal interval.
       QUAL-HOLDING-PUT.
           INITIALIZE QUAL-SVC-REQ
           SET OP-HOLD-PUT OF QUAL-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF QUAL-SVC-REQ
           MOVE 'DEMO-CORR-0061' TO CORR-ID OF QUAL-SVC-REQ

           DISPLAY 'Enter Employee ID: ' WITH NO ADVANCING
           ACCEPT WS-FIND-EMP-ID
           MOVE WS-FIND-EMP-ID TO EMP-ID OF IN-HOLDING OF QUAL-SVC-REQ
           DISPLAY 'Qualification Code: ' WITH NO ADVANCING
           ACCEPT QUAL-CODE OF IN-HOLDING OF QUAL-SVC-REQ
           DISPLAY 'Issued / completed YYYYMMDD: ' WITH NO ADVANCING
           ACCEPT ISSUE-DATE OF IN-HOLDING OF QUAL-SVC-REQ

           DISPLAY 'Expires YYYYMMDD (blank = by renewal rule): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD(1:8) IS NUMERIC
               MOVE WS-UPDATE-FIELD(1:8)
                   TO EXPIRY-DATE OF IN-HOLDING OF QUAL-SVC-REQ
           END-IF

           DISPLAY 'License / certificate number: ' WITH NO ADVANCING
           ACCEPT LICENSE-NUMBER OF IN-HOLDING OF QUAL-SVC-REQ
           DISPLAY 'Issued by: ' WITH NO ADVANCING
           ACCEPT ISSUER OF IN-HOLDING OF QUAL-SVC-REQ
           DISPLAY 'Status A=Current R=Revoked: ' WITH NO ADVANCING
           ACCEPT HOLDING-STATUS OF IN-HOLDING OF QUAL-SVC-REQ

           CALL 'QUAL-SVC' USING QUAL-SVC-REQ QUAL-SVC-RES

           DISPLAY ' '
           IF OK OF QUAL-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF QUAL-SVC-RES
               DISPLAY 'Expires: '
                   EXPIRY-DATE OF OUT-HOLDING OF QUAL-SVC-RES
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF QUAL-SVC-RES ')'
               DISPLAY STATUS-MSG OF QUAL-SVC-RES
           END-IF
           .

      * RESIDENCE-SCREEN: The residence card on file for a foreign
      * employee - shown when there is one, then updated on renewal
      * or ended when the employee naturalises or leaves; otherwise
      * captured new. RESIDEXP and RESIDHRS report from the same
      * file, and EINOTIF takes the card details for the foreign
      * worker notice.
       RESIDENCE-SCREEN.
           DISPLAY ' '
           DISPLAY 'RESIDENCE STATUS'
           DISPLAY '========================================='
           DISPLAY 'Enter Employee ID: ' WITH NO ADVANCING
           ACCEPT WS-FIND-EMP-ID

           INITIALIZE RESID-SVC-REQ
           INITIALIZE RESID-SVC-RES
           SET OP-FIND OF RESID-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF RESID-SVC-REQ
           MOVE 'DEMO-CORR-0062' TO CORR-ID OF RESID-SVC-REQ
           MOVE WS-FIND-EMP-ID TO Q-EMP-ID OF RESID-SVC-REQ

           CALL 'RESID-SVC' USING RESID-SVC-REQ RESID-SVC-RES

           IF OK OF RESID-SVC-RES
               DISPLAY '  Card Number: '
                   CARD-NUMBER OF OUT-RESID OF RESID-SVC-RES
               DISPLAY '  Name:        '
                   ROMAJI-NAME OF OUT-RESID OF RESID-SVC-RES
               DISPLAY '  Nationality: '
                   NATIONALITY OF OUT-RESID OF RESID-SVC-RES
               DISPLAY '  Status:      '
                   RES-STATUS-NAME OF OUT-RESID OF RESID-SVC-RES
               DISPLAY '  Expires:     '
                   PERMIT-EXPIRY OF OUT-RESID OF RESID-SVC-RES
               DISPLAY '  Activity:    '
                   ACTIVITY-LIMIT OF OUT-RESID OF RESID-SVC-RES
                   '  weekly cap '
                   WEEKLY-CAP-HOURS OF OUT-RESID OF RESID-SVC-RES
               DISPLAY '  Record:      '
                   RESID-STATUS OF OUT-RESID OF RESID-SVC-RES
               DISPLAY 'U=Update  E=End record  B=Back: '
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM-ANS
               EVALUATE WS-CONFIRM-ANS
                   WHEN 'U'
                   WHEN 'u'
                       MOVE OUT-RESID OF RESID-SVC-RES
                           TO IN-RESID OF RESID-SVC-REQ
                       PERFORM RESIDENCE-SAVE
                   WHEN 'E'
                   WHEN 'e'
                       PERFORM RESIDENCE-END
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               DISPLAY 'No residence record on file.'
               DISPLAY 'Add now? (Y/N): ' WITH NO ADVANCING
               ACCEPT WS-CONFIRM-ANS
               IF WS-CONFIRM-ANS = 'Y' OR 'y'
                   INITIALIZE IN-RESID OF RESID-SVC-REQ
                   MOVE WS-FIND-EMP-ID
                       TO EMP-ID OF IN-RESID OF RESID-SVC-REQ
                   PERFORM RESIDENCE-SAVE
               END-IF
           END-IF
           DISPLAY ' '
           .

      * RESIDENCE-SAVE: The card fields, each blank to keep; a
      * renewal is the same record with the new card and expiry.
       RESIDENCE-SAVE.
           SET OP-ADD OF RESID-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF RESID-SVC-REQ
           MOVE 'DEMO-CORR-0062' TO CORR-ID OF RESID-SVC-REQ

           DISPLAY 'Residence Card Number (blank to keep): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD NOT = SPACES
               MOVE WS-UPDATE-FIELD(1:12)
                   TO CARD-NUMBER OF IN-RESID OF RESID-SVC-REQ
           END-IF

           DISPLAY 'Name as on card (blank to keep): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD NOT = SPACES
               MOVE WS-UPDATE-FIELD
                   TO ROMAJI-NAME OF IN-RESID OF RESID-SVC-REQ
           END-IF

           DISPLAY 'Nationality / Region (blank to keep): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD NOT = SPACES
               MOVE WS-UPDATE-FIELD(1:20)
                   TO NATIONALITY OF IN-RESID OF RESID-SVC-REQ
           END-IF

           DISPLAY 'Status of Residence (blank to keep): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD NOT = SPACES
               MOVE WS-UPDATE-FIELD(1:30)
                   TO RES-STATUS-NAME OF IN-RESID OF RESID-SVC-REQ
           END-IF

           DISPLAY 'Period of Stay Expiry YYYYMMDD'
           DISPLAY '  (blank to keep): ' WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD(1:8) IS NUMERIC
               MOVE WS-UPDATE-FIELD(1:8)
                   TO PERMIT-EXPIRY OF IN-RESID OF RESID-SVC-REQ
           END-IF

           DISPLAY 'Activity U=Unrestricted S=Within status'
           DISPLAY '  C=Capped hours (blank to keep): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD(1:1) = 'U' OR 'S' OR 'C'
               MOVE WS-UPDATE-FIELD(1:1)
                   TO ACTIVITY-LIMIT OF IN-RESID OF RESID-SVC-REQ
           END-IF

           IF ACTIVITY-CAPPED OF IN-RESID OF RESID-SVC-REQ
               DISPLAY 'Weekly cap hours, 2 digits, 00 = standard'
               DISPLAY '  (blank to keep): ' WITH NO ADVANCING
               MOVE SPACES TO WS-UPDATE-FIELD
               ACCEPT WS-UPDATE-FIELD
               IF WS-UPDATE-FIELD(1:2) IS NUMERIC
                   MOVE WS-UPDATE-FIELD(1:2)
                       TO WEEKLY-CAP-HOURS OF IN-RESID
                          OF RESID-SVC-REQ
               END-IF
           END-IF

           CALL 'RESID-SVC' USING RESID-SVC-REQ RESID-SVC-RES

           DISPLAY ' '
           IF OK OF RESID-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF RESID-SVC-RES
           ELSE
               DISPLAY 'ERROR: ' STATUS-MSG OF RESID-SVC-RES
           END-IF
           .

       RESIDENCE-END.
           DISPLAY 'End this residence record? (Y/N): '
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANS
           IF WS-CONFIRM-ANS NOT = 'Y' AND NOT = 'y'
               EXIT PARAGRAPH
           END-IF

           INITIALIZE RESID-SVC-REQ
           SET OP-END OF RESID-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF RESID-SVC-REQ
           MOVE 'DEMO-CORR-0062' TO CORR-ID OF RESID-SVC-REQ
           MOVE WS-FIND-EMP-ID TO Q-EMP-ID OF RESID-SVC-REQ

           CALL 'RESID-SVC' USING RESID-SVC-REQ RESID-SVC-RES

           IF OK OF RESID-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF RESID-SVC-RES
           ELSE
               DISPLAY 'ERROR: ' STATUS-MSG OF RESID-SVC-RES
           END-IF
           .

      * REQUISITION-SCREEN: Position control - list the
      * requisitions, raise a new one, or take one up by number to
      * change it while pending, approve it against the department's
      * budgeted headcount, reject it or cancel it. The hire that
      * fills an approved requisition references it on the add.
       REQUISITION-SCREEN.
           DISPLAY ' '
           DISPLAY 'JOB REQUISITIONS'
           DISPLAY '========================================='
           DISPLAY 'Requisition ID, L=List, blank=Raise new: '
               WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD

           IF WS-UPDATE-FIELD(1:1) = 'L' OR 'l'
               PERFORM REQUISITION-LIST
               EXIT PARAGRAPH
           END-IF
           IF WS-UPDATE-FIELD = SPACES
               INITIALIZE REQN-SVC-REQ
               SET OP-ADD OF REQN-SVC-REQ TO TRUE
               SET REQN-TYPE-FULL OF IN-REQN OF REQN-SVC-REQ TO TRUE
               PERFORM REQUISITION-SAVE
               EXIT PARAGRAPH
           END-IF
           IF WS-UPDATE-FIELD(1:9) IS NOT NUMERIC
               DISPLAY 'Requisition ID is 9 digits.'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-UPDATE-FIELD(1:9) TO WS-FIND-REQN-ID

           INITIALIZE REQN-SVC-REQ
           INITIALIZE REQN-SVC-RES
           SET OP-FIND OF REQN-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF REQN-SVC-REQ
           MOVE 'DEMO-CORR-0063' TO CORR-ID OF REQN-SVC-REQ
           MOVE WS-FIND-REQN-ID TO Q-REQN-ID OF REQN-SVC-REQ

           CALL 'REQN-SVC' USING REQN-SVC-REQ REQN-SVC-RES

           IF NOT OK OF REQN-SVC-RES
               DISPLAY 'ERROR: ' STATUS-MSG OF REQN-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM REQUISITION-SHOW
           DISPLAY 'U=Update  A=Approve  R=Reject  C=Cancel  B=Back: '
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANS
           EVALUATE WS-CONFIRM-ANS
               WHEN 'U'
               WHEN 'u'
                   MOVE OUT-REQN OF REQN-SVC-RES
                       TO IN-REQN OF REQN-SVC-REQ
                   SET OP-UPDATE OF REQN-SVC-REQ TO TRUE
                   PERFORM REQUISITION-SAVE
               WHEN 'A'
               WHEN 'a'
                   SET OP-APPROVE OF REQN-SVC-REQ TO TRUE
                   PERFORM REQUISITION-DECIDE
               WHEN 'R'
               WHEN 'r'
                   SET OP-REJECT OF REQN-SVC-REQ TO TRUE
                   PERFORM REQUISITION-DECIDE
               WHEN 'C'
               WHEN 'c'
                   SET OP-CANCEL OF REQN-SVC-REQ TO TRUE
                   PERFORM REQUISITION-DECIDE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           DISPLAY ' '
           .

       REQUISITION-SHOW.
           DISPLAY '  Requisition: '
               REQN-ID OF OUT-REQN OF REQN-SVC-RES
               '  ' REQN-TITLE OF OUT-REQN OF REQN-SVC-RES
           DISPLAY '  Department:  '
               DEPT-ID OF OUT-REQN OF REQN-SVC-RES
               '  grade ' GRADE-CODE OF OUT-REQN OF REQN-SVC-RES
               '  type ' EMP-TYPE OF OUT-REQN OF REQN-SVC-RES
           DISPLAY '  Target start: '
               TARGET-START OF OUT-REQN OF REQN-SVC-RES
               '  requested by '
               REQUESTED-BY OF OUT-REQN OF REQN-SVC-RES
           DISPLAY '  Status:      '
               REQN-STATUS OF OUT-REQN OF REQN-SVC-RES
               ' (P=Pending A=Approved R=Rejected F=Filled'
               ' C=Cancelled)'
           IF REQN-FILLED OF OUT-REQN OF REQN-SVC-RES
               DISPLAY '  Filled by:   '
                   FILLED-EMP-ID OF OUT-REQN OF REQN-SVC-RES
                   ' on ' FILLED-DATE OF OUT-REQN OF REQN-SVC-RES
           END-IF
           .

      * REQUISITION-SAVE: The opening's fields, each blank to keep;
      * the request's OP-CODE says add or update.
       REQUISITION-SAVE.
           MOVE WS-OPERATOR-ID TO USER-ID OF REQN-SVC-REQ
           MOVE 'DEMO-CORR-0063' TO CORR-ID OF REQN-SVC-REQ

           DISPLAY 'Department ID (blank to keep): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD(1:6) IS NUMERIC
               MOVE WS-UPDATE-FIELD(1:6)
                   TO DEPT-ID OF IN-REQN OF REQN-SVC-REQ
           END-IF

           DISPLAY 'Position title (blank to keep): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD NOT = SPACES
               MOVE WS-UPDATE-FIELD(1:30)
                   TO REQN-TITLE OF IN-REQN OF REQN-SVC-REQ
           END-IF

           DISPLAY 'Grade code (blank to keep): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD NOT = SPACES
               MOVE WS-UPDATE-FIELD(1:4)
                   TO GRADE-CODE OF IN-REQN OF REQN-SVC-REQ
           END-IF

           DISPLAY 'Employee type F=Full P=Part C=Contract'
           DISPLAY '  (blank to keep): ' WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD(1:1) = 'F' OR 'P' OR 'C'
               MOVE WS-UPDATE-FIELD(1:1)
                   TO EMP-TYPE OF IN-REQN OF REQN-SVC-REQ
           END-IF

           DISPLAY 'Target start date YYYYMMDD (blank to keep): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD(1:8) IS NUMERIC
               MOVE WS-UPDATE-FIELD(1:8)
                   TO TARGET-START OF IN-REQN OF REQN-SVC-REQ
           END-IF

           DISPLAY 'Requesting manager EMP-ID (blank to keep): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD(1:9) IS NUMERIC
               MOVE WS-UPDATE-FIELD(1:9)
                   TO REQUESTED-BY OF IN-REQN OF REQN-SVC-REQ
           END-IF

           CALL 'REQN-SVC' USING REQN-SVC-REQ REQN-SVC-RES

           DISPLAY ' '
           IF OK OF REQN-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF REQN-SVC-RES
           ELSE
               DISPLAY 'ERROR: ' STATUS-MSG OF REQN-SVC-RES
           END-IF
           .

      * REQUISITION-DECIDE: Approve, reject or cancel the requisition
      * on screen; an approval shows the headcount it was judged on.
       REQUISITION-DECIDE.
           DISPLAY 'Confirm? (Y/N): ' WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANS
           IF WS-CONFIRM-ANS NOT = 'Y' AND NOT = 'y'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OPERATOR-ID TO USER-ID OF REQN-SVC-REQ
           MOVE 'DEMO-CORR-0063' TO CORR-ID OF REQN-SVC-REQ
           MOVE WS-FIND-REQN-ID TO Q-REQN-ID OF REQN-SVC-REQ

           CALL 'REQN-SVC' USING REQN-SVC-REQ REQN-SVC-RES

           IF OP-APPROVE OF REQN-SVC-REQ
                   AND BUDGET-HEADS OF REQN-SVC-RES > 0
               DISPLAY '  Budget ' BUDGET-HEADS OF REQN-SVC-RES
                   '  actual ' ACTUAL-HEADS OF REQN-SVC-RES
                   '  open approved ' OPEN-REQNS OF REQN-SVC-RES
                   '  headroom ' HEADROOM OF REQN-SVC-RES
           END-IF
           IF OK OF REQN-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF REQN-SVC-RES
           ELSE
               DISPLAY 'ERROR (Code '
                   STATUS-CODE-N OF REQN-SVC-RES ')'
               DISPLAY STATUS-MSG OF REQN-SVC-RES
           END-IF
           .

      * REQUISITION-LIST: Every requisition in number order, a
      * screenful at a time.
       REQUISITION-LIST.
           MOVE 0 TO WS-REQN-CURSOR
           MOVE 'Y' TO WS-SEARCH-MORE-ANS
           MOVE 0 TO WS-SEARCH-RESULT-COUNT
           MOVE 0 TO WS-REQN-PAGE-COUNT
           DISPLAY 'REQN-ID   DEPT   T S TARGET   TITLE'
           PERFORM REQUISITION-LIST-ONE
               UNTIL WS-SEARCH-MORE-ANS NOT = 'Y'
           DISPLAY ' '
           .

       REQUISITION-LIST-ONE.
           INITIALIZE REQN-SVC-REQ
           INITIALIZE REQN-SVC-RES
           SET OP-LIST OF REQN-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF REQN-SVC-REQ
           MOVE 'DEMO-CORR-0063' TO CORR-ID OF REQN-SVC-REQ
           MOVE WS-REQN-CURSOR TO Q-CURSOR OF REQN-SVC-REQ

           CALL 'REQN-SVC' USING REQN-SVC-REQ REQN-SVC-RES

           IF NOT OK OF REQN-SVC-RES
               IF WS-SEARCH-RESULT-COUNT = 0
                   DISPLAY '  (no requisitions)'
               END-IF
               MOVE 'N' TO WS-SEARCH-MORE-ANS
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SEARCH-RESULT-COUNT
           ADD 1 TO WS-REQN-PAGE-COUNT
           DISPLAY REQN-ID OF OUT-REQN OF REQN-SVC-RES ' '
               DEPT-ID OF OUT-REQN OF REQN-SVC-RES ' '
               EMP-TYPE OF OUT-REQN OF REQN-SVC-RES ' '
               REQN-STATUS OF OUT-REQN OF REQN-SVC-RES ' '
               TARGET-START OF OUT-REQN OF REQN-SVC-RES ' '
               REQN-TITLE OF OUT-REQN OF REQN-SVC-RES
           MOVE NEXT-CURSOR OF REQN-SVC-RES TO WS-REQN-CURSOR

           IF NO-MORE-RESULTS OF REQN-SVC-RES
               MOVE 'N' TO WS-SEARCH-MORE-ANS
               EXIT PARAGRAPH
           END-IF
           IF WS-REQN-PAGE-COUNT >= 15
               MOVE 0 TO WS-REQN-PAGE-COUNT
               DISPLAY 'More? (Y/N): ' WITH NO ADVANCING
               ACCEPT WS-SEARCH-MORE-ANS
               IF WS-SEARCH-MORE-ANS = 'y'
                   MOVE 'Y' TO WS-SEARCH-MORE-ANS
               END-IF
           END-IF
           .

      * SECONDMENT-SCREEN: The employee's secondment (shukko) - the
      * host organization, the period, and what the host reimburses
      * each month: a fixed amount or a percentage of gross plus the
      * employer's cost. Shown when there is one, then replaced by a
      * new posting or ended on return; otherwise captured new.
      * SECRCHG bills the hosts from the same file.
       SECONDMENT-SCREEN.
           DISPLAY ' '
           DISPLAY 'SECONDMENTS'
           DISPLAY '========================================='
           DISPLAY 'Enter Employee ID: ' WITH NO ADVANCING
           ACCEPT WS-FIND-EMP-ID

           INITIALIZE SCND-SVC-REQ
           INITIALIZE SCND-SVC-RES
           SET OP-FIND OF SCND-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF SCND-SVC-REQ
           MOVE 'DEMO-CORR-0064' TO CORR-ID OF SCND-SVC-REQ
           MOVE WS-FIND-EMP-ID TO Q-EMP-ID OF SCND-SVC-REQ

           CALL 'SCND-SVC' USING SCND-SVC-REQ SCND-SVC-RES

           IF OK OF SCND-SVC-RES
               DISPLAY '  Host:        '
                   HOST-CODE OF OUT-SCND OF SCND-SVC-RES ' '
                   HOST-NAME OF OUT-SCND OF SCND-SVC-RES
               DISPLAY '  Host type:   '
                   HOST-TYPE OF OUT-SCND OF SCND-SVC-RES
                   '  (G=group company O=outside)'
               DISPLAY '  From:        '
                   START-DATE OF OUT-SCND OF SCND-SVC-RES
                   '  to ' END-DATE OF OUT-SCND OF SCND-SVC-RES
               DISPLAY '  Basis:       '
                   RECHARGE-BASIS OF OUT-SCND OF SCND-SVC-RES
                   '  amount '
                   RECHARGE-AMOUNT OF OUT-SCND OF SCND-SVC-RES
                   '  percent '
                   RECHARGE-PCT OF OUT-SCND OF SCND-SVC-RES
               DISPLAY '  Record:      '
                   SCND-STATUS OF OUT-SCND OF SCND-SVC-RES
               DISPLAY 'U=Update/new posting  E=End (return)  B=Back: '
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM-ANS
               EVALUATE WS-CONFIRM-ANS
                   WHEN 'U'
                   WHEN 'u'
                       MOVE OUT-SCND OF SCND-SVC-RES
                           TO IN-SCND OF SCND-SVC-REQ
                       PERFORM SECONDMENT-SAVE
                   WHEN 'E'
                   WHEN 'e'
                       PERFORM SECONDMENT-END
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               DISPLAY 'No secondment on file.'
               DISPLAY 'Add now? (Y/N): ' WITH NO ADVANCING
               ACCEPT WS-CONFIRM-ANS
               IF WS-CONFIRM-ANS = 'Y' OR 'y'
                   INITIALIZE IN-SCND OF SCND-SVC-REQ
                   MOVE WS-FIND-EMP-ID
                       TO EMP-ID OF IN-SCND OF SCND-SVC-REQ
                   PERFORM SECONDMENT-SAVE
               END-IF
           END-IF
           DISPLAY ' '
           .

      * SECONDMENT-SAVE: The posting fields, each blank to keep; the
      * basis asks for the amount or the percentage it needs.
       SECONDMENT-SAVE.
           SET OP-ADD OF SCND-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF SCND-SVC-REQ
           MOVE 'DEMO-CORR-0064' TO CORR-ID OF SCND-SVC-REQ

           DISPLAY 'Host Code (blank to keep): ' WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD NOT = SPACES
               MOVE WS-UPDATE-FIELD(1:5)
                   TO HOST-CODE OF IN-SCND OF SCND-SVC-REQ
           END-IF

           DISPLAY 'Host Name (blank to keep): ' WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD NOT = SPACES
               MOVE WS-UPDATE-FIELD
                   TO HOST-NAME OF IN-SCND OF SCND-SVC-REQ
           END-IF

           DISPLAY 'Host G=Group company O=Outside (blank to keep): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD(1:1) = 'G' OR 'O'
               MOVE WS-UPDATE-FIELD(1:1)
                   TO HOST-TYPE OF IN-SCND OF SCND-SVC-REQ
           END-IF

           DISPLAY 'Start Date YYYYMMDD (blank to keep): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD(1:8) IS NUMERIC
               MOVE WS-UPDATE-FIELD(1:8)
                   TO START-DATE OF IN-SCND OF SCND-SVC-REQ
           END-IF

           DISPLAY 'Planned Return YYYYMMDD, O=Open'
           DISPLAY '  (blank to keep): ' WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD(1:8) IS NUMERIC
               MOVE WS-UPDATE-FIELD(1:8)
                   TO END-DATE OF IN-SCND OF SCND-SVC-REQ
           END-IF
           IF WS-UPDATE-FIELD(1:1) = 'O' OR 'o'
               MOVE 0 TO END-DATE OF IN-SCND OF SCND-SVC-REQ
           END-IF

           DISPLAY 'Recharge F=Fixed amount P=Percent of cost'
           DISPLAY '  (blank to keep): ' WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD(1:1) = 'F' OR 'P'
               MOVE WS-UPDATE-FIELD(1:1)
                   TO RECHARGE-BASIS OF IN-SCND OF SCND-SVC-REQ
           END-IF

           IF RECHARGE-FIXED OF IN-SCND OF SCND-SVC-REQ
               DISPLAY 'Monthly recharge amount: ' WITH NO ADVANCING
               ACCEPT RECHARGE-AMOUNT OF IN-SCND OF SCND-SVC-REQ
           END-IF
           IF RECHARGE-PERCENT OF IN-SCND OF SCND-SVC-REQ
               DISPLAY 'Percent of gross + employer cost (0-100): '
                   WITH NO ADVANCING
               ACCEPT RECHARGE-PCT OF IN-SCND OF SCND-SVC-REQ
           END-IF

           CALL 'SCND-SVC' USING SCND-SVC-REQ SCND-SVC-RES

           DISPLAY ' '
           IF OK OF SCND-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF SCND-SVC-RES
           ELSE
               DISPLAY 'ERROR: ' STATUS-MSG OF SCND-SVC-RES
           END-IF
           .

       SECONDMENT-END.
           DISPLAY 'Last day with the host YYYYMMDD: '
               WITH NO ADVANCING
           MOVE SPACES TO WS-UPDATE-FIELD
           ACCEPT WS-UPDATE-FIELD
           IF WS-UPDATE-FIELD(1:8) IS NOT NUMERIC
               DISPLAY 'ERROR: date required'
               EXIT PARAGRAPH
           END-IF

           INITIALIZE SCND-SVC-REQ
           SET OP-END OF SCND-SVC-REQ TO TRUE
           MOVE WS-OPERATOR-ID TO USER-ID OF SCND-SVC-REQ
           MOVE 'DEMO-CORR-0064' TO CORR-ID OF SCND-SVC-REQ
           MOVE WS-FIND-EMP-ID TO Q-EMP-ID OF SCND-SVC-REQ
           MOVE WS-UPDATE-FIELD(1:8) TO Q-END-DATE OF SCND-SVC-REQ

           CALL 'SCND-SVC' USING SCND-SVC-REQ SCND-SVC-RES

           IF OK OF SCND-SVC-RES
               DISPLAY 'SUCCESS: ' STATUS-MSG OF SCND-SVC-RES
           ELSE
               DISPLAY 'ERROR: ' STATUS-MSG OF SCND-SVC-RES
           END-IF
           .

                   ACTIVE-FLAG OF OUT-OPERATOR OF USER-SVC-RES
                   '  Failed logons: '
                   FAILED-ATTEMPTS OF OUT-OPERATOR OF USER-SVC-RES
               DISPLAY '  Stress check implementer: '
                   STRESS-IMPL-FLAG OF OUT-OPERATOR OF USER-SVC-RES
               DISPLAY '  Employee ID: '
                   OPER-EMP-ID OF OUT-OPERATOR OF USER-SVC-RES
                   '  Last logon: '
                   LAST-LOGON-DATE OF OUT-OPERATOR OF USER-SVC-RES
               DISPLAY '  Last recertified: '
                   LAST-RECERT-DATE OF OUT-OPERATOR OF USER-SVC-RES
                   '  Disable reason: '
                   DISABLE-REASON OF OUT-OPERATOR OF USER-SVC-RES
               DISPLAY 'U=Update R=Reset password/enable N=None: '
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM-ANS
           DISPLAY 'Active? (A=Active D=Disabled): '
               WITH NO ADVANCING
           ACCEPT ACTIVE-FLAG OF IN-OPERATOR OF USER-SVC-REQ

           DISPLAY 'Stress check implementer? (Y/N): '
               WITH NO ADVANCING
           ACCEPT STRESS-IMPL-FLAG OF IN-OPERATOR OF USER-SVC-REQ

           DISPLAY 'Operator Employee ID (0 = not an employee): '
               WITH NO ADVANCING
           ACCEPT OPER-EMP-ID OF IN-OPERATOR OF USER-SVC-REQ
           .

      * RUN-HISTORY-SCREEN: Pages through the batch run-control
           MOVE WS-GRADE-AMOUNT
               TO BAND-MAX OF IN-GRADE OF GRADE-SVC-REQ

           DISPLAY 'Managerial grade? (Y/N): ' WITH NO ADVANCING
           MOVE SPACE TO WS-CONFIRM-ANS
           ACCEPT WS-CONFIRM-ANS
           IF WS-CONFIRM-ANS = 'Y' OR 'y'
               MOVE 'Y' TO MANAGERIAL-FLAG OF IN-GRADE OF GRADE-SVC-REQ
           ELSE
               MOVE 'N' TO MANAGERIAL-FLAG OF IN-GRADE OF GRADE-SVC-REQ
           END-IF

           MOVE 'A' TO GRADE-STATUS OF IN-GRADE OF GRADE-SVC-REQ
           .

