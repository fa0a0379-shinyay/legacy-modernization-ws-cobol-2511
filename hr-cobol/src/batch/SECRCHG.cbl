       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECRCHG.
      ******************************************************************
      * SECRCHG - Monthly Secondment Cost Recharge
      * Purpose: Seconded staff (shukko) stay on our payroll while
      *          the host reimburses an agreed share of their cost.
      *          For the month, every secondment overlapping it is
      *          charged to its host - a fixed monthly amount, or a
      *          percentage of the employee's gross plus
      *          EMPLOYER-COST from the period's approved payroll -
      *          prorated by the calendar days seconded. A statement
      *          prints per host and paying company, and the charge
      *          rows go to the recharge file EXPGL posts from
      *          (intercompany receivable against cost recovery), so
      *          this job runs before the period's EXPGL. A seconded
      *          employee without approved payroll for the period is
      *          not charged and prints flagged.
      * Input: hr-cobol/data/secondment.dat
      *        hr-cobol/data/payroll.dat
      *        hr-cobol/data/employees.dat (via EMP-SVC)
      * Output: hr-cobol/data/reports/SECRCHG.rpt (via RPT-PRINT)
      *         hr-cobol/data/export/secrchg_<YYYYMM>.dat
      *          Detail  1-1  'R'
      *                  2-3  paying COMPANY-CODE
      *                  4-8  host code
      *                  9-9  host type (G group company, O outside)
      *                 10-18 EMP-ID
      *                 19-24 home DEPT-ID
      *                 25-30 PAY-PERIOD
      *                 31-43 charge (13 digits, 2 implied decimals)
      *          Trailer 1-1  'T'
      *                  2-7  detail count
      *                  8-22 charge total (2 implied decimals)
      * Parm: SECRCHG_PERIOD environment variable (YYYYMM, required)
      * Return code: 0 all charged, 4 anyone seconded without
      *              approved payroll, 8 parm or file error
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCND-FILE
               ASSIGN TO 'hr-cobol/data/secondment.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCD-FILE-STATUS.

           SELECT PAYROLL-FILE
               ASSIGN TO 'hr-cobol/data/payroll.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-FILE-STATUS.

           SELECT RECHARGE-FILE
               ASSIGN TO DYNAMIC WS-RECHARGE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCND-FILE.
       01  SCND-RECORD             PIC X(200).

       FD  PAYROLL-FILE.
       01  PAYROLL-RECORD          PIC X(1000).

       FD  RECHARGE-FILE.
       01  RECHARGE-RECORD         PIC X(50).
       01  RECHARGE-DETAIL REDEFINES RECHARGE-RECORD.
           05  RCG-REC-TYPE        PIC X.
           05  RCG-COMPANY-CODE    PIC X(2).
           05  RCG-HOST-CODE       PIC X(5).
           05  RCG-HOST-TYPE       PIC X.
           05  RCG-EMP-ID          PIC 9(9).
           05  RCG-DEPT-ID         PIC 9(6).
           05  RCG-PERIOD          PIC 9(6).
           05  RCG-AMOUNT          PIC 9(11)V99.
           05  FILLER              PIC X(7).
       01  RECHARGE-TRAILER REDEFINES RECHARGE-RECORD.
           05  RCG-TRL-TYPE        PIC X.
           05  RCG-TRL-COUNT       PIC 9(6).
           05  RCG-TRL-TOTAL       PIC 9(13)V99.
           05  FILLER              PIC X(28).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'SECRCHG'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

      * As-of date that resolves an employee's latest version even
      * after termination
       78  LATEST-VERSION-DATE     VALUE 99999999.

       01  WS-SCD-FILE-STATUS      PIC XX.
           88  SCD-FILE-OK             VALUE '00'.
           88  SCD-FILE-EOF            VALUE '10'.
           88  SCD-FILE-NOT-FOUND      VALUE '35'.
       01  WS-PAY-FILE-STATUS      PIC XX.
           88  PAY-FILE-OK             VALUE '00'.
           88  PAY-FILE-EOF            VALUE '10'.
           88  PAY-FILE-NOT-FOUND      VALUE '35'.
       01  WS-RCG-FILE-STATUS      PIC XX.

       01  WS-RECHARGE-PATH        PIC X(60).

       01  WS-SCD-REC.
           COPY secondment REPLACING ==05== BY ==10==.
       01  WS-PAY-REC.
           COPY payroll REPLACING ==05== BY ==10==.

      * Working storage for EMP-SVC calls - the home department the
      * cost recovery credits, and the name on the statement
           COPY emp-req.
           COPY emp-res.

      * Working storage for XMIT-SVC calls - the recharge file lands
      * on the transmission register
           COPY xmit-req.
           COPY xmit-res.

      * Print-file plumbing
       01  WS-RPT-OP               PIC X.
       01  WS-RPT-NAME             PIC X(8)  VALUE 'SECRCHG'.
       01  WS-RPT-TITLE            PIC X(40)
           VALUE 'SECONDMENT COST RECHARGE STATEMENT'.
       01  WS-RPT-OPERATOR         PIC X(16).
       01  WS-RPT-LINE             PIC X(100).
       01  WS-RPT-STATUS           PIC 9.

       01  WS-ENV-PERIOD           PIC X(10).
       01  WS-PERIOD               PIC 9(6) VALUE 0.
       01  WS-PERIOD-YY            PIC 9(4).
       01  WS-PERIOD-MM            PIC 9(2).
       01  WS-LEAP-QUOT            PIC 9(4).
       01  WS-LEAP-REM             PIC 9(4).
       01  WS-DAYS-IN-MONTH        PIC 9(2).
       01  WS-MONTH-FIRST          PIC 9(8).
       01  WS-MONTH-LAST           PIC 9(8).
       01  WS-FROM-DATE            PIC 9(8).
       01  WS-THRU-DATE            PIC 9(8).

      * Secondments overlapping the month, in EMP-ID order as the
      * secondment file arrives
       78  MAX-SECONDED            VALUE 500.
       01  WS-SCD-COUNT            PIC 9(4) VALUE 0.
       01  WS-SCD-TABLE.
           05  WS-SCD-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-SCD-COUNT
                   ASCENDING KEY IS WS-ST-EMP-ID
                   INDEXED BY WS-SCD-IDX.
               10  WS-ST-EMP-ID    PIC 9(9).
               10  WS-ST-HOST      PIC X(5).
               10  WS-ST-HOST-NAME PIC X(40).
               10  WS-ST-HOST-TYPE PIC X.
               10  WS-ST-BASIS     PIC X.
                   88  ST-FIXED        VALUE 'F'.
                   88  ST-PERCENT      VALUE 'P'.
               10  WS-ST-AMOUNT    PIC 9(9)V99.
               10  WS-ST-PCT       PIC 9(3)V99.
               10  WS-ST-DAYS      PIC 9(2).
               10  WS-ST-COMPANY   PIC X(2).
               10  WS-ST-COST      PIC 9(11)V99.
               10  WS-ST-CHARGE    PIC 9(11)V99.
               10  WS-ST-DEPT      PIC 9(6).
               10  WS-ST-NAME      PIC X(20).
               10  WS-ST-PAY-SW    PIC X.
                   88  ST-PAYROLL-FOUND    VALUE 'Y'.
                   88  ST-PAYROLL-MISSING  VALUE 'N'.
       01  WS-SCD-FOUND-SW         PIC X.
           88  SCD-ENTRY-FOUND         VALUE 'Y'.
           88  SCD-ENTRY-NOT-FOUND     VALUE 'N'.

      * Hosts to bill, one per host and paying company
       78  MAX-HOSTS               VALUE 200.
       01  WS-HOST-COUNT           PIC 9(3) VALUE 0.
       01  WS-HOST-TABLE.
           05  WS-HOST-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-HOST-IDX.
               10  WS-HT-HOST      PIC X(5).
               10  WS-HT-COMPANY   PIC X(2).
               10  WS-HT-TOTAL     PIC 9(13)V99.
       01  WS-HOST-FOUND-SW        PIC X.
           88  HOST-FOUND              VALUE 'Y'.
           88  HOST-NOT-FOUND          VALUE 'N'.

       01  WS-PAY-COMPANY          PIC X(2).
       01  WS-CHARGED-COUNT        PIC 9(6) VALUE 0.
       01  WS-MISSING-COUNT        PIC 9(4) VALUE 0.
       01  WS-CHARGE-TOTAL         PIC 9(13)V99 VALUE 0.

      * Display fields
       01  WS-AMT-DISPLAY          PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-COST-DISPLAY         PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-PCT-DISPLAY          PIC ZZ9.99.
       01  WS-DAYS-DISPLAY         PIC Z9.
       01  WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.
       01  WS-BASIS-TEXT           PIC X(10).
       01  WS-TYPE-TEXT            PIC X(13).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'SECRCHG - Secondment Cost Recharge v' WS-VERSION

           ACCEPT WS-ENV-PERIOD FROM ENVIRONMENT 'SECRCHG_PERIOD'
           IF WS-ENV-PERIOD(1:6) IS NUMERIC
               MOVE WS-ENV-PERIOD(1:6) TO WS-PERIOD
           END-IF
           DIVIDE WS-PERIOD BY 100
               GIVING WS-PERIOD-YY REMAINDER WS-PERIOD-MM
           IF WS-PERIOD = 0 OR WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
               DISPLAY 'ERROR: SECRCHG_PERIOD (YYYYMM) is required'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    Days in the period's month, with February by leap year
           EVALUATE WS-PERIOD-MM
               WHEN 2
                   DIVIDE WS-PERIOD-YY BY 4 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = 0
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
               WHEN 4  MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 6  MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 9  MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 11 MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE
           COMPUTE WS-MONTH-FIRST = WS-PERIOD * 100 + 1
           COMPUTE WS-MONTH-LAST = WS-PERIOD * 100 + WS-DAYS-IN-MONTH

           DISPLAY 'Recharging period ' WS-PERIOD

           PERFORM LOAD-SECONDMENTS
           IF WS-SCD-COUNT > 0
               PERFORM ACCUMULATE-PAYROLL-COST
           END-IF
           PERFORM PRICE-ONE-SECONDMENT
               VARYING WS-SCD-IDX FROM 1 BY 1
               UNTIL WS-SCD-IDX > WS-SCD-COUNT

           PERFORM PRINT-STATEMENTS
           PERFORM WRITE-RECHARGE-FILE

           MOVE WS-SCD-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Secondments in period: ' WS-COUNT-DISPLAY
           MOVE WS-CHARGED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Charged:               ' WS-COUNT-DISPLAY
           MOVE WS-MISSING-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'No approved payroll:   ' WS-COUNT-DISPLAY
           MOVE WS-CHARGE-TOTAL TO WS-AMT-DISPLAY
           DISPLAY 'Recharge total:        ' WS-AMT-DISPLAY
           IF WS-MISSING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      * LOAD-SECONDMENTS: Every secondment whose period touches the
      * month, with the days of the month it covers.
       LOAD-SECONDMENTS.
           OPEN INPUT SCND-FILE
           IF SCD-FILE-NOT-FOUND
               DISPLAY 'No secondment records on file.'
               EXIT PARAGRAPH
           END-IF
           IF NOT SCD-FILE-OK
               DISPLAY 'ERROR: Cannot open secondment file.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL SCD-FILE-EOF
               READ SCND-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SCND-RECORD TO WS-SCD-REC
                       IF START-DATE OF WS-SCD-REC <= WS-MONTH-LAST
                               AND END-DATE OF WS-SCD-REC
                                   >= WS-MONTH-FIRST
                           PERFORM TAKE-ONE-SECONDMENT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SCND-FILE
           .

       TAKE-ONE-SECONDMENT.
           IF WS-SCD-COUNT >= MAX-SECONDED
               DISPLAY 'WARNING: secondment table full - EMP '
                   EMP-ID OF WS-SCD-REC ' not charged'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SCD-COUNT
           SET WS-SCD-IDX TO WS-SCD-COUNT
           INITIALIZE WS-SCD-ENTRY(WS-SCD-IDX)
           MOVE EMP-ID OF WS-SCD-REC TO WS-ST-EMP-ID(WS-SCD-IDX)
           MOVE HOST-CODE OF WS-SCD-REC TO WS-ST-HOST(WS-SCD-IDX)
           MOVE HOST-NAME OF WS-SCD-REC
               TO WS-ST-HOST-NAME(WS-SCD-IDX)
           MOVE HOST-TYPE OF WS-SCD-REC
               TO WS-ST-HOST-TYPE(WS-SCD-IDX)
           MOVE RECHARGE-BASIS OF WS-SCD-REC
               TO WS-ST-BASIS(WS-SCD-IDX)
           MOVE RECHARGE-AMOUNT OF WS-SCD-REC
               TO WS-ST-AMOUNT(WS-SCD-IDX)
           MOVE RECHARGE-PCT OF WS-SCD-REC TO WS-ST-PCT(WS-SCD-IDX)
           SET ST-PAYROLL-MISSING(WS-SCD-IDX) TO TRUE

      *    Days seconded: the overlap of the secondment with the
      *    month, both ends counted
           MOVE START-DATE OF WS-SCD-REC TO WS-FROM-DATE
           IF WS-FROM-DATE < WS-MONTH-FIRST
               MOVE WS-MONTH-FIRST TO WS-FROM-DATE
           END-IF
           MOVE END-DATE OF WS-SCD-REC TO WS-THRU-DATE
           IF WS-THRU-DATE > WS-MONTH-LAST
               MOVE WS-MONTH-LAST TO WS-THRU-DATE
           END-IF
           COMPUTE WS-ST-DAYS(WS-SCD-IDX) =
               WS-THRU-DATE - WS-FROM-DATE + 1
           .

      * ACCUMULATE-PAYROLL-COST: Gross plus EMPLOYER-COST of every
      * approved, paid or closed payroll of the period - regular and
      * bonus runs alike - for the seconded employees, and the
      * company that paid it.
       ACCUMULATE-PAYROLL-COST.
           OPEN INPUT PAYROLL-FILE
           IF PAY-FILE-NOT-FOUND
               DISPLAY 'No payroll records on file.'
               EXIT PARAGRAPH
           END-IF
           IF NOT PAY-FILE-OK
               DISPLAY 'ERROR: Cannot open payroll file.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL PAY-FILE-EOF
               READ PAYROLL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PAYROLL-RECORD TO WS-PAY-REC
                       IF PAY-PERIOD OF WS-PAY-REC = WS-PERIOD
                               AND (PAY-APPROVED OF WS-PAY-REC
                                   OR PAY-PAID OF WS-PAY-REC
                                   OR PAY-CLOSED OF WS-PAY-REC)
                           PERFORM FOLD-ONE-PAYROLL
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PAYROLL-FILE
           .

       FOLD-ONE-PAYROLL.
           SET SCD-ENTRY-NOT-FOUND TO TRUE
           SEARCH ALL WS-SCD-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ST-EMP-ID(WS-SCD-IDX) = EMP-ID OF WS-PAY-REC
                   SET SCD-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF SCD-ENTRY-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           MOVE COMPANY-CODE OF WS-PAY-REC TO WS-PAY-COMPANY
           IF WS-PAY-COMPANY = SPACES
               MOVE '01' TO WS-PAY-COMPANY
           END-IF
           MOVE WS-PAY-COMPANY TO WS-ST-COMPANY(WS-SCD-IDX)
           SET ST-PAYROLL-FOUND(WS-SCD-IDX) TO TRUE
           ADD GROSS-PAY OF WS-PAY-REC
               EMPLOYER-COST OF WS-PAY-REC
               TO WS-ST-COST(WS-SCD-IDX)
           .

      * PRICE-ONE-SECONDMENT: The host's share for the days seconded
      * - the fixed amount, or the percentage of the period's cost,
      * either prorated over the calendar month - and the employee's
      * home department for the cost recovery.
       PRICE-ONE-SECONDMENT.
           INITIALIZE EMP-SVC-REQ
           INITIALIZE EMP-SVC-RES
           MOVE 'F' TO OP-CODE OF EMP-SVC-REQ
           MOVE 'SECRCHG' TO USER-ID OF EMP-SVC-REQ
           MOVE LATEST-VERSION-DATE TO AS-OF-DATE OF EMP-SVC-REQ
           MOVE SPACES TO CORR-ID OF EMP-SVC-REQ
           MOVE WS-ST-EMP-ID(WS-SCD-IDX) TO Q-EMP-ID OF EMP-SVC-REQ
           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES
           IF OK OF EMP-SVC-RES
               MOVE DEPT-ID OF OUT-EMP OF EMP-SVC-RES
                   TO WS-ST-DEPT(WS-SCD-IDX)
               MOVE LAST-NAME OF OUT-EMP OF EMP-SVC-RES
                   TO WS-ST-NAME(WS-SCD-IDX)
           END-IF

           IF ST-PAYROLL-MISSING(WS-SCD-IDX)
               ADD 1 TO WS-MISSING-COUNT
               EXIT PARAGRAPH
           END-IF

           IF ST-FIXED(WS-SCD-IDX)
               COMPUTE WS-ST-CHARGE(WS-SCD-IDX)
                       ROUNDED MODE IS NEAREST-AWAY-FROM-ZERO
                   = WS-ST-AMOUNT(WS-SCD-IDX)
                   * WS-ST-DAYS(WS-SCD-IDX) / WS-DAYS-IN-MONTH
           ELSE
               COMPUTE WS-ST-CHARGE(WS-SCD-IDX)
                       ROUNDED MODE IS NEAREST-AWAY-FROM-ZERO
                   = WS-ST-COST(WS-SCD-IDX)
                   * WS-ST-PCT(WS-SCD-IDX) / 100
                   * WS-ST-DAYS(WS-SCD-IDX) / WS-DAYS-IN-MONTH
           END-IF

           IF WS-ST-CHARGE(WS-SCD-IDX) = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CHARGED-COUNT
           ADD WS-ST-CHARGE(WS-SCD-IDX) TO WS-CHARGE-TOTAL
           PERFORM FIND-OR-ADD-HOST
           IF HOST-FOUND
               ADD WS-ST-CHARGE(WS-SCD-IDX)
                   TO WS-HT-TOTAL(WS-HOST-IDX)
           END-IF
           .

       FIND-OR-ADD-HOST.
           SET HOST-NOT-FOUND TO TRUE
           SET WS-HOST-IDX TO 1
           SEARCH WS-HOST-ENTRY
               AT END
                   CONTINUE
               WHEN WS-HOST-IDX > WS-HOST-COUNT
                   IF WS-HOST-COUNT < MAX-HOSTS
                       ADD 1 TO WS-HOST-COUNT
                       MOVE WS-ST-HOST(WS-SCD-IDX)
                           TO WS-HT-HOST(WS-HOST-IDX)
                       MOVE WS-ST-COMPANY(WS-SCD-IDX)
                           TO WS-HT-COMPANY(WS-HOST-IDX)
                       MOVE 0 TO WS-HT-TOTAL(WS-HOST-IDX)
                       SET HOST-FOUND TO TRUE
                   ELSE
                       DISPLAY 'WARNING: host table full - HOST '
                           WS-ST-HOST(WS-SCD-IDX) ' not totalled'
                   END-IF
               WHEN WS-HT-HOST(WS-HOST-IDX) = WS-ST-HOST(WS-SCD-IDX)
                   AND WS-HT-COMPANY(WS-HOST-IDX)
                       = WS-ST-COMPANY(WS-SCD-IDX)
                   SET HOST-FOUND TO TRUE
           END-SEARCH
           .

      * PRINT-STATEMENTS: One statement per host and paying company
      * with its employees' lines and total, then the seconded staff
      * who could not be charged.
       PRINT-STATEMENTS.
           PERFORM OPEN-PRINT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'RECHARGE FOR PERIOD ' WS-PERIOD
                  ' (' WS-DAYS-IN-MONTH ' CALENDAR DAYS)'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           IF WS-HOST-COUNT = 0
               MOVE SPACES TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
               MOVE '  (no recharge for the period)' TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-IF
           PERFORM PRINT-ONE-HOST
               VARYING WS-HOST-IDX FROM 1 BY 1
               UNTIL WS-HOST-IDX > WS-HOST-COUNT

           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-CHARGE-TOTAL TO WS-AMT-DISPLAY
           STRING 'TOTAL RECHARGE ALL HOSTS            '
                  WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           IF WS-MISSING-COUNT > 0
               MOVE SPACES TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
               MOVE 'SECONDED WITHOUT APPROVED PAYROLL - NOT CHARGED'
                   TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
               PERFORM PRINT-ONE-MISSING
                   VARYING WS-SCD-IDX FROM 1 BY 1
                   UNTIL WS-SCD-IDX > WS-SCD-COUNT
           END-IF

           PERFORM CLOSE-PRINT-FILE
           .

       PRINT-ONE-HOST.
      *    The host's name and type from its first employee
           SET WS-SCD-IDX TO 1
           SEARCH WS-SCD-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ST-HOST(WS-SCD-IDX) = WS-HT-HOST(WS-HOST-IDX)
                   CONTINUE
           END-SEARCH
           IF WS-ST-HOST-TYPE(WS-SCD-IDX) = 'G'
               MOVE 'GROUP COMPANY' TO WS-TYPE-TEXT
           ELSE
               MOVE 'OUTSIDE' TO WS-TYPE-TEXT
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           STRING 'HOST ' WS-HT-HOST(WS-HOST-IDX) '  '
                  WS-ST-HOST-NAME(WS-SCD-IDX) ' '
                  WS-TYPE-TEXT '  BILLED BY COMPANY '
                  WS-HT-COMPANY(WS-HOST-IDX)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           STRING '     EMP-ID  NAME                 DEPT   DAYS '
                  'BASIS          PERIOD COST          CHARGE'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           PERFORM PRINT-ONE-CHARGE
               VARYING WS-SCD-IDX FROM 1 BY 1
               UNTIL WS-SCD-IDX > WS-SCD-COUNT

           MOVE WS-HT-TOTAL(WS-HOST-IDX) TO WS-AMT-DISPLAY
           STRING '     HOST TOTAL                                   '
                  '                       ' WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

       PRINT-ONE-CHARGE.
           IF WS-ST-HOST(WS-SCD-IDX) NOT = WS-HT-HOST(WS-HOST-IDX)
                   OR WS-ST-COMPANY(WS-SCD-IDX)
                       NOT = WS-HT-COMPANY(WS-HOST-IDX)
                   OR WS-ST-CHARGE(WS-SCD-IDX) = 0
               EXIT PARAGRAPH
           END-IF

           IF ST-FIXED(WS-SCD-IDX)
               MOVE 'FIXED' TO WS-BASIS-TEXT
           ELSE
               MOVE WS-ST-PCT(WS-SCD-IDX) TO WS-PCT-DISPLAY
               MOVE SPACES TO WS-BASIS-TEXT
               STRING WS-PCT-DISPLAY '%' DELIMITED BY SIZE
                   INTO WS-BASIS-TEXT
           END-IF
           MOVE WS-ST-DAYS(WS-SCD-IDX) TO WS-DAYS-DISPLAY
           MOVE WS-ST-COST(WS-SCD-IDX) TO WS-COST-DISPLAY
           MOVE WS-ST-CHARGE(WS-SCD-IDX) TO WS-AMT-DISPLAY
           STRING '  ' WS-ST-EMP-ID(WS-SCD-IDX) '  '
                  WS-ST-NAME(WS-SCD-IDX) ' '
                  WS-ST-DEPT(WS-SCD-IDX) '   '
                  WS-DAYS-DISPLAY ' '
                  WS-BASIS-TEXT ' '
                  WS-COST-DISPLAY ' '
                  WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

       PRINT-ONE-MISSING.
           IF ST-PAYROLL-FOUND(WS-SCD-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ST-DAYS(WS-SCD-IDX) TO WS-DAYS-DISPLAY
           STRING '*** ' WS-ST-EMP-ID(WS-SCD-IDX) '  '
                  WS-ST-NAME(WS-SCD-IDX) ' '
                  WS-ST-DEPT(WS-SCD-IDX) '   '
                  WS-DAYS-DISPLAY '  HOST '
                  WS-ST-HOST(WS-SCD-IDX)
                  '  - no approved payroll for the period'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

      * WRITE-RECHARGE-FILE: The charge rows EXPGL posts - written
      * even when empty so a re-run replaces an earlier period file.
       WRITE-RECHARGE-FILE.
           MOVE SPACES TO WS-RECHARGE-PATH
           STRING 'hr-cobol/data/export/secrchg_'
                  WS-PERIOD '.dat'
               DELIMITED BY SIZE INTO WS-RECHARGE-PATH

           OPEN OUTPUT RECHARGE-FILE
           IF WS-RCG-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open recharge file'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-ONE-CHARGE
               VARYING WS-SCD-IDX FROM 1 BY 1
               UNTIL WS-SCD-IDX > WS-SCD-COUNT

      *    Trailer: detail count and charge total
           MOVE SPACES TO RECHARGE-RECORD
           MOVE 'T' TO RCG-TRL-TYPE
           MOVE WS-CHARGED-COUNT TO RCG-TRL-COUNT
           MOVE WS-CHARGE-TOTAL TO RCG-TRL-TOTAL
           WRITE RECHARGE-RECORD

           CLOSE RECHARGE-FILE
           DISPLAY 'Recharge file: ' WS-RECHARGE-PATH

      *    Onto the transmission register with the charge total as
      *    its hash
           INITIALIZE XMIT-SVC-REQ
           INITIALIZE XMIT-SVC-RES
           SET OP-REGISTER OF XMIT-SVC-REQ TO TRUE
           MOVE 'SECRCHG' TO USER-ID OF XMIT-SVC-REQ
           MOVE SPACES TO CORR-ID OF XMIT-SVC-REQ
           MOVE 'SECRCHG' TO XMIT-JOB OF IN-XMIT OF XMIT-SVC-REQ
           MOVE WS-RECHARGE-PATH(15:40)
               TO XMIT-FILE-NAME OF IN-XMIT OF XMIT-SVC-REQ
           MOVE WS-CHARGED-COUNT
               TO XMIT-RECORD-COUNT OF IN-XMIT OF XMIT-SVC-REQ
           MOVE WS-CHARGE-TOTAL
               TO XMIT-HASH-TOTAL OF IN-XMIT OF XMIT-SVC-REQ

           CALL 'XMIT-SVC' USING XMIT-SVC-REQ XMIT-SVC-RES

           IF OK OF XMIT-SVC-RES
               DISPLAY 'Registered as generation '
                   GEN-NUMBER OF OUT-XMIT OF XMIT-SVC-RES
           END-IF
           .

       WRITE-ONE-CHARGE.
           IF WS-ST-CHARGE(WS-SCD-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RECHARGE-RECORD
           MOVE 'R' TO RCG-REC-TYPE
           MOVE WS-ST-COMPANY(WS-SCD-IDX) TO RCG-COMPANY-CODE
           MOVE WS-ST-HOST(WS-SCD-IDX) TO RCG-HOST-CODE
           MOVE WS-ST-HOST-TYPE(WS-SCD-IDX) TO RCG-HOST-TYPE
           MOVE WS-ST-EMP-ID(WS-SCD-IDX) TO RCG-EMP-ID
           MOVE WS-ST-DEPT(WS-SCD-IDX) TO RCG-DEPT-ID
           MOVE WS-PERIOD TO RCG-PERIOD
           MOVE WS-ST-CHARGE(WS-SCD-IDX) TO RCG-AMOUNT
           WRITE RECHARGE-RECORD
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

       END PROGRAM SECRCHG.
