      *          as a special-run payroll record so it flows through
      *          calculation, approval and the bank extract like any
      *          other payment - replacing the spreadsheet formula
      *          beside the system. The retirement income tax and
      *          the resident tax on the allowance (WHTAX-SVC) are
      *          shown on the statement - PAY-SVC deducts the same
      *          figures on the special run - and the retirement
      *          income withholding slip is printed in two copies,
      *          the tax office's with the individual number and the
      *          employee's without.
      * Input: hr-cobol/data/employees.dat (via DAO-FILE)
      *        hr-cobol/data/rules.dat (via RULE-SVC)
      * Output: hr-cobol/data/reports/retire_<EMP-ID>.rpt
      *         hr-cobol/data/reports/retire_slip_<EMP-ID>.rpt
      *         hr-cobol/data/payroll.dat (via PAY-SVC)
      * Parm: RETIRE_EMP_ID environment variable (required)
      *       RETIRE_DECLARATION ('Y' when the employee submitted
      *       the retirement income declaration - otherwise the
      *       flat 20.42% is withheld on the whole allowance; the
      *       resident tax is collected either way)
      ******************************************************************

       ENVIRONMENT DIVISION.
               ASSIGN TO DYNAMIC WS-STMT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-FILE-STATUS.
           SELECT SLIP-FILE
               ASSIGN TO DYNAMIC WS-SLIP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLIP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD         PIC X(100).

       FD  SLIP-FILE.
       01  SLIP-RECORD              PIC X(100).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-STMT-FILE-STATUS      PIC XX.
       01  WS-STMT-PATH             PIC X(60).
       01  WS-SLIP-FILE-STATUS      PIC XX.
       01  WS-SLIP-PATH             PIC X(60).

       01  WS-ENV-EMP-ID            PIC X(12).
       01  WS-EMP-ID                PIC 9(9) VALUE 0.
       01  WS-ENV-DECLARATION       PIC X(10).
       01  WS-DECLARATION-SW        PIC X VALUE 'N'.
           88  DECLARATION-FILED        VALUE 'Y'.

      * Working storage for DAO-FILE calls - the terminated
      * employee's latest version
           COPY pay-req.
           COPY pay-res.

      * Working storage for WHTAX-SVC calls - the retirement
      * income tax and resident tax on the allowance, counted on
      * whole years of service (a part year counts as a whole one)
           COPY whtax-req.
           COPY whtax-res.
       01  WS-SERVICE-YEARS         PIC 9(2).
       01  WS-HIRE-YEAR             PIC 9(4).
       01  WS-HIRE-MMDD             PIC 9(4).
       01  WS-TERM-YEAR             PIC 9(4).
       01  WS-TERM-MMDD             PIC 9(4).
       01  WS-RT-DEDUCTION          PIC 9(11) VALUE 0.
       01  WS-RT-INCOME             PIC 9(11) VALUE 0.
       01  WS-RT-INCOME-TAX         PIC 9(9) VALUE 0.
       01  WS-RT-MUNI-TAX           PIC 9(9) VALUE 0.
       01  WS-RT-PREF-TAX           PIC 9(9) VALUE 0.
       01  WS-RT-NET                PIC S9(11)V99 VALUE 0.

      * Working storage for MYNUM-SVC and COMPANY-SVC calls - the
      * tax office copy of the slip carries the individual number,
      * and every copy names the payer
           COPY mynum-req.
           COPY mynum-res.
           COPY co-req.
           COPY co-res.
       01  WS-MY-NUMBER             PIC X(12).
       01  WS-PAYER-NAME            PIC X(40).
       01  WS-SLIP-COPY-SW          PIC X.
           88  SLIP-TAX-OFFICE-COPY     VALUE 'T'.
           88  SLIP-EMPLOYEE-COPY       VALUE 'E'.

      * Working storage for DATE-UTIL calls - tenure in days
       01  WS-DATE-OPERATION        PIC X(2).
       01  WS-DATE-1                PIC 9(8).

       01  WS-DISPLAY-AMT           PIC Z(10)9.99.
       01  WS-DISPLAY-YEARS         PIC ZZ9.99.
       01  WS-DISPLAY-TAX           PIC Z(10)9.
       01  WS-DISPLAY-SERVICE       PIC Z9.

       PROCEDURE DIVISION.

               STOP RUN
           END-IF

           ACCEPT WS-ENV-DECLARATION
               FROM ENVIRONMENT 'RETIRE_DECLARATION'
           IF WS-ENV-DECLARATION = 'Y' OR 'y'
               SET DECLARATION-FILED TO TRUE
           END-IF

      *    Fetch the employee's latest version - a retiree's
      *    VALID-TO no longer covers today, so the latest-version
      *    marker is the right lookup
               STOP RUN
           END-IF

           PERFORM COMPUTE-RETIREMENT-TAX
           PERFORM WRITE-CALCULATION-STATEMENT
           PERFORM WRITE-WITHHOLDING-SLIP
           PERFORM BOOK-ALLOWANCE-PAYROLL

           MOVE WS-ALLOWANCE TO WS-DISPLAY-AMT
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE WS-SERVICE-YEARS TO WS-DISPLAY-SERVICE
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'SERVICE FOR TAX:  ' WS-DISPLAY-SERVICE ' YEARS'
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE WS-RT-DEDUCTION TO WS-DISPLAY-TAX
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'RETIREMENT INCOME DEDUCTION: ' WS-DISPLAY-TAX
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE WS-RT-INCOME TO WS-DISPLAY-TAX
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'TAXABLE RETIREMENT INCOME:   ' WS-DISPLAY-TAX
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE WS-RT-INCOME-TAX TO WS-DISPLAY-TAX
           MOVE SPACES TO STATEMENT-RECORD
           IF DECLARATION-FILED
               STRING 'INCOME TAX (DECLARED):       ' WS-DISPLAY-TAX
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
           ELSE
               STRING 'INCOME TAX (FLAT 20.42%):    ' WS-DISPLAY-TAX
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
           END-IF
           WRITE STATEMENT-RECORD

           MOVE WS-RT-MUNI-TAX TO WS-DISPLAY-TAX
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'MUNICIPAL RESIDENT TAX:      ' WS-DISPLAY-TAX
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE WS-RT-PREF-TAX TO WS-DISPLAY-TAX
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'PREFECTURAL RESIDENT TAX:    ' WS-DISPLAY-TAX
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           COMPUTE WS-RT-NET = WS-ALLOWANCE - WS-RT-INCOME-TAX
               - WS-RT-MUNI-TAX - WS-RT-PREF-TAX
           MOVE WS-RT-NET TO WS-DISPLAY-AMT
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'NET ALLOWANCE:    ' WS-DISPLAY-AMT
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           CLOSE STATEMENT-FILE
           DISPLAY 'Statement: ' WS-STMT-PATH
           .

      * COMPUTE-RETIREMENT-TAX: Whole years of service from the
      * hire date to the retirement date, a part year counting as a
      * whole one, and the tax WHTAX-SVC works out on the allowance
      * for them - the same call PAY-SVC makes when the special run
      * is calculated.
       COMPUTE-RETIREMENT-TAX.
           DIVIDE HIRE-DATE OF WS-EMP-REC BY 10000
               GIVING WS-HIRE-YEAR REMAINDER WS-HIRE-MMDD
           DIVIDE VALID-TO OF WS-EMP-REC BY 10000
               GIVING WS-TERM-YEAR REMAINDER WS-TERM-MMDD
           MOVE 0 TO WS-SERVICE-YEARS
           IF WS-TERM-YEAR > WS-HIRE-YEAR
               COMPUTE WS-SERVICE-YEARS = WS-TERM-YEAR - WS-HIRE-YEAR
           END-IF
           IF WS-TERM-MMDD >= WS-HIRE-MMDD
               ADD 1 TO WS-SERVICE-YEARS
           END-IF
           IF WS-SERVICE-YEARS = 0
               MOVE 1 TO WS-SERVICE-YEARS
           END-IF

           INITIALIZE WHTAX-SVC-REQ
           INITIALIZE WHTAX-SVC-RES
           SET OP-RETIREMENT OF WHTAX-SVC-REQ TO TRUE
           MOVE 'RETIRE' TO USER-ID OF WHTAX-SVC-REQ
           MOVE SPACES TO CORR-ID OF WHTAX-SVC-REQ
           MOVE VALID-TO OF WS-EMP-REC TO Q-PAY-DATE OF WHTAX-SVC-REQ
           MOVE WS-ALLOWANCE TO Q-TAXABLE-AMOUNT OF WHTAX-SVC-REQ
           MOVE WS-SERVICE-YEARS TO Q-SERVICE-YEARS OF WHTAX-SVC-REQ
           MOVE WS-DECLARATION-SW TO Q-RETIRE-DECLARED OF WHTAX-SVC-REQ
           CALL 'WHTAX-SVC' USING WHTAX-SVC-REQ WHTAX-SVC-RES

           IF NOT OK OF WHTAX-SVC-RES
               DISPLAY 'ERROR: Retirement income tax not computed: '
                   STATUS-MSG OF WHTAX-SVC-RES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE RETIRE-DEDUCTION OF WHTAX-SVC-RES TO WS-RT-DEDUCTION
           MOVE RETIRE-INCOME OF WHTAX-SVC-RES TO WS-RT-INCOME
           MOVE TAX-DUE OF WHTAX-SVC-RES TO WS-RT-INCOME-TAX
           MOVE RETIRE-MUNI-TAX OF WHTAX-SVC-RES TO WS-RT-MUNI-TAX
           MOVE RETIRE-PREF-TAX OF WHTAX-SVC-RES TO WS-RT-PREF-TAX
           .

      * WRITE-WITHHOLDING-SLIP: The retirement income withholding
      * slip / special collection slip, one copy for the tax office
      * and one for the employee. Only the tax office copy carries
      * the individual number.
       WRITE-WITHHOLDING-SLIP.
           MOVE SPACES TO WS-MY-NUMBER
           INITIALIZE MYNUM-SVC-REQ
           INITIALIZE MYNUM-SVC-RES
           SET OP-GET OF MYNUM-SVC-REQ TO TRUE
           MOVE 'RETIRE' TO USER-ID OF MYNUM-SVC-REQ
           MOVE SPACES TO CORR-ID OF MYNUM-SVC-REQ
           MOVE WS-EMP-ID TO Q-EMP-ID OF MYNUM-SVC-REQ
           MOVE 'RETIREMENT INCOME WITHHOLDING SLIP'
               TO Q-PURPOSE OF MYNUM-SVC-REQ
           CALL 'MYNUM-SVC' USING MYNUM-SVC-REQ MYNUM-SVC-RES
           IF OK OF MYNUM-SVC-RES
                   AND MYNUM-HELD OF OUT-MYNUM OF MYNUM-SVC-RES
               MOVE MY-NUMBER OF OUT-MYNUM OF MYNUM-SVC-RES
                   TO WS-MY-NUMBER
           ELSE
               DISPLAY 'WARNING: No individual number on file - '
                   'tax office copy printed without it'
           END-IF

           MOVE SPACES TO WS-PAYER-NAME
           INITIALIZE CO-SVC-REQ
           INITIALIZE CO-SVC-RES
           SET OP-FIND OF CO-SVC-REQ TO TRUE
           MOVE 'RETIRE' TO USER-ID OF CO-SVC-REQ
           MOVE SPACES TO CORR-ID OF CO-SVC-REQ
           MOVE COMPANY-CODE OF WS-EMP-REC
               TO Q-COMPANY-CODE OF CO-SVC-REQ
           IF Q-COMPANY-CODE OF CO-SVC-REQ = SPACES
               MOVE '01' TO Q-COMPANY-CODE OF CO-SVC-REQ
           END-IF
           CALL 'COMPANY-SVC' USING CO-SVC-REQ CO-SVC-RES
           IF OK OF CO-SVC-RES
               MOVE COMPANY-NAME OF OUT-COMPANY OF CO-SVC-RES
                   TO WS-PAYER-NAME
           END-IF

           MOVE SPACES TO WS-SLIP-PATH
           STRING 'hr-cobol/data/reports/retire_slip_'
                  WS-EMP-ID-STR '.rpt'
               DELIMITED BY SIZE INTO WS-SLIP-PATH
           OPEN OUTPUT SLIP-FILE

           SET SLIP-TAX-OFFICE-COPY TO TRUE
           PERFORM WRITE-ONE-SLIP-COPY
           SET SLIP-EMPLOYEE-COPY TO TRUE
           PERFORM WRITE-ONE-SLIP-COPY

           CLOSE SLIP-FILE
           DISPLAY 'Withholding slip: ' WS-SLIP-PATH
           .

       WRITE-ONE-SLIP-COPY.
           MOVE SPACES TO SLIP-RECORD
           IF SLIP-TAX-OFFICE-COPY
               MOVE 'RETIREMENT INCOME WITHHOLDING SLIP - TAX OFFICE'
                   TO SLIP-RECORD
           ELSE
               MOVE 'RETIREMENT INCOME WITHHOLDING SLIP - EMPLOYEE'
                   TO SLIP-RECORD
           END-IF
           WRITE SLIP-RECORD
           MOVE '(AND RESIDENT TAX SPECIAL COLLECTION SLIP)'
               TO SLIP-RECORD
           WRITE SLIP-RECORD

           MOVE SPACES TO SLIP-RECORD
           STRING 'RECIPIENT:        ' LAST-NAME OF WS-EMP-REC ' '
                  FIRST-NAME OF WS-EMP-REC
               DELIMITED BY SIZE INTO SLIP-RECORD
           WRITE SLIP-RECORD
           MOVE SPACES TO SLIP-RECORD
           STRING 'ADDRESS:          ' ADDR-LINE-1 OF WS-EMP-REC
               DELIMITED BY SIZE INTO SLIP-RECORD
           WRITE SLIP-RECORD
           MOVE SPACES TO SLIP-RECORD
           STRING '                  ' ADDR-LINE-2 OF WS-EMP-REC
               DELIMITED BY SIZE INTO SLIP-RECORD
           WRITE SLIP-RECORD
           MOVE SPACES TO SLIP-RECORD
           STRING '                  ' CITY OF WS-EMP-REC ' '
                  POSTAL-CODE OF WS-EMP-REC
               DELIMITED BY SIZE INTO SLIP-RECORD
           WRITE SLIP-RECORD
           IF SLIP-TAX-OFFICE-COPY
               MOVE SPACES TO SLIP-RECORD
               STRING 'INDIVIDUAL NUMBER: ' WS-MY-NUMBER
                   DELIMITED BY SIZE INTO SLIP-RECORD
               WRITE SLIP-RECORD
           END-IF

           MOVE SPACES TO SLIP-RECORD
           STRING 'RETIREMENT DATE:  ' VALID-TO OF WS-EMP-REC
               DELIMITED BY SIZE INTO SLIP-RECORD
           WRITE SLIP-RECORD
           MOVE WS-SERVICE-YEARS TO WS-DISPLAY-SERVICE
           MOVE SPACES TO SLIP-RECORD
           STRING 'YEARS OF SERVICE: ' WS-DISPLAY-SERVICE
                  '  (HIRED ' HIRE-DATE OF WS-EMP-REC ')'
               DELIMITED BY SIZE INTO SLIP-RECORD
           WRITE SLIP-RECORD
           MOVE SPACES TO SLIP-RECORD
           IF DECLARATION-FILED
               MOVE 'DECLARATION:      SUBMITTED' TO SLIP-RECORD
           ELSE
               MOVE 'DECLARATION:      NOT SUBMITTED (20.42%)'
                   TO SLIP-RECORD
           END-IF
           WRITE SLIP-RECORD

           MOVE WS-ALLOWANCE TO WS-DISPLAY-AMT
           MOVE SPACES TO SLIP-RECORD
           STRING 'AMOUNT PAID:                 ' WS-DISPLAY-AMT
               DELIMITED BY SIZE INTO SLIP-RECORD
           WRITE SLIP-RECORD
           MOVE WS-RT-DEDUCTION TO WS-DISPLAY-TAX
           MOVE SPACES TO SLIP-RECORD
           STRING 'RETIREMENT INCOME DEDUCTION: ' WS-DISPLAY-TAX
               DELIMITED BY SIZE INTO SLIP-RECORD
           WRITE SLIP-RECORD
           MOVE WS-RT-INCOME TO WS-DISPLAY-TAX
           MOVE SPACES TO SLIP-RECORD
           STRING 'TAXABLE RETIREMENT INCOME:   ' WS-DISPLAY-TAX
               DELIMITED BY SIZE INTO SLIP-RECORD
           WRITE SLIP-RECORD
           MOVE WS-RT-INCOME-TAX TO WS-DISPLAY-TAX
           MOVE SPACES TO SLIP-RECORD
           STRING 'INCOME TAX WITHHELD:         ' WS-DISPLAY-TAX
               DELIMITED BY SIZE INTO SLIP-RECORD
           WRITE SLIP-RECORD
           MOVE WS-RT-MUNI-TAX TO WS-DISPLAY-TAX
           MOVE SPACES TO SLIP-RECORD
           STRING 'MUNICIPAL TAX COLLECTED:     ' WS-DISPLAY-TAX
               DELIMITED BY SIZE INTO SLIP-RECORD
           WRITE SLIP-RECORD
           MOVE WS-RT-PREF-TAX TO WS-DISPLAY-TAX
           MOVE SPACES TO SLIP-RECORD
           STRING 'PREFECTURAL TAX COLLECTED:   ' WS-DISPLAY-TAX
               DELIMITED BY SIZE INTO SLIP-RECORD
           WRITE SLIP-RECORD

           MOVE SPACES TO SLIP-RECORD
           STRING 'PAYER:            ' WS-PAYER-NAME
               DELIMITED BY SIZE INTO SLIP-RECORD
           WRITE SLIP-RECORD
           MOVE SPACES TO SLIP-RECORD
           WRITE SLIP-RECORD
           .

      * BOOK-ALLOWANCE-PAYROLL: The allowance becomes a special-run
      * payroll record dated on the retirement, so it flows through
      * calculation, approval and the bank extract like any other
           MOVE WS-ALLOWANCE TO BASE-SALARY OF IN-PAY OF PAY-SVC-REQ
           MOVE WS-ALLOWANCE TO GROSS-PAY OF IN-PAY OF PAY-SVC-REQ
           SET RUN-SPECIAL OF IN-PAY OF PAY-SVC-REQ TO TRUE
           IF DECLARATION-FILED
               SET RETIRE-DECLARED OF IN-PAY OF PAY-SVC-REQ TO TRUE
           END-IF

           CALL 'PAY-SVC' USING PAY-SVC-REQ PAY-SVC-RES

