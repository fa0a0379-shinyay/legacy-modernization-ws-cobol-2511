       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSERPT.
      ******************************************************************
      * HOUSERPT - Company Housing Occupancy Report
      * Purpose: For each company-leased flat whose lease runs in
      *          the month: who lived there, the nights occupied and
      *          the nights it stood empty while we paid for it, the
      *          lease cost for the month against the rent actually
      *          deducted on the period's payrolls (the HOUSING
      *          lines PAY-SVC wrote), and the shortfall the company
      *          carries. The statutory rental value prints beside
      *          the rent so a flat let below half of it - taxable
      *          benefit-in-kind - stands out.
      * Input: hr-cobol/data/housing.dat (HOUSE-SVC)
      *        hr-cobol/data/payroll.dat
      *        hr-cobol/data/paydtl.dat
      * Output: hr-cobol/data/reports/HOUSERPT.rpt (via RPT-PRINT)
      * Parm: HOUSERPT_PERIOD environment variable (YYYYMM, required)
      * Return code: 0 every leased flat fully occupied, 4 any
      *              vacant nights, 8 parm or file error
      * Note: Voided payrolls and bonus and special runs are left
      *       out - rent only comes off the regular run.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOUSING-FILE
               ASSIGN TO 'hr-cobol/data/housing.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HSG-FILE-STATUS.

           SELECT PAYROLL-FILE
               ASSIGN TO 'hr-cobol/data/payroll.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-FILE-STATUS.

           SELECT PAYDTL-FILE
               ASSIGN TO 'hr-cobol/data/paydtl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOUSING-FILE.
       01  HOUSING-RECORD          PIC X(300).

       FD  PAYROLL-FILE.
       01  PAYROLL-RECORD          PIC X(1000).

       FD  PAYDTL-FILE.
       01  PAYDTL-RECORD           PIC X(200).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'HOUSERPT'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

       01  WS-HSG-FILE-STATUS      PIC XX.
           88  HSG-FILE-OK             VALUE '00'.
           88  HSG-FILE-EOF            VALUE '10'.
           88  HSG-FILE-NOT-FOUND      VALUE '35'.
       01  WS-PAY-FILE-STATUS      PIC XX.
           88  PAY-FILE-OK             VALUE '00'.
           88  PAY-FILE-EOF            VALUE '10'.
           88  PAY-FILE-NOT-FOUND      VALUE '35'.
       01  WS-DTL-FILE-STATUS      PIC XX.
           88  DTL-FILE-OK             VALUE '00'.
           88  DTL-FILE-EOF            VALUE '10'.
           88  DTL-FILE-NOT-FOUND      VALUE '35'.

       01  WS-HSG-REC.
           COPY housing REPLACING ==05== BY ==10==.
       01  WS-PAY-REC.
           COPY payroll REPLACING ==05== BY ==10==.
       01  WS-DTL-REC.
           COPY paydtl REPLACING ==05== BY ==10==.

      * Print-file plumbing - same shape as the report programs
       01  WS-RPT-OP               PIC X.
       01  WS-RPT-NAME             PIC X(8)  VALUE 'HOUSERPT'.
       01  WS-RPT-TITLE            PIC X(40)
           VALUE 'COMPANY HOUSING OCCUPANCY'.
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

      * The LINE-CODE prefix PAY-SVC gives a rent line - the
      * PROPERTY-CODE follows it
       78  HOUSING-LINE-PREFIX     VALUE 'HOUSING-'.

      * The flats whose lease runs in the month, with what the
      * period's payrolls deducted for each
       78  MAX-PROPERTIES          VALUE 500.
       01  WS-PROP-COUNT           PIC 9(4) VALUE 0.
       01  WS-PROP-TABLE.
           05  WS-PROP-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-PROP-IDX.
               10  WS-PR-CODE          PIC X(8).
               10  WS-PR-NAME          PIC X(40).
               10  WS-PR-LEASE-COST    PIC 9(7)V99.
               10  WS-PR-RENT          PIC 9(7)V99.
               10  WS-PR-STATUTORY     PIC 9(7)V99.
               10  WS-PR-LEASE-START   PIC 9(8).
               10  WS-PR-LEASE-END     PIC 9(8).
               10  WS-PR-OCCUPANT      PIC 9(9).
               10  WS-PR-MOVE-IN       PIC 9(8).
               10  WS-PR-MOVE-OUT      PIC 9(8).
               10  WS-PR-PREV-OCCUPANT PIC 9(9).
               10  WS-PR-PREV-MOVE-IN  PIC 9(8).
               10  WS-PR-PREV-MOVE-OUT PIC 9(8).
               10  WS-PR-LEASED-NIGHTS PIC 9(2).
               10  WS-PR-OCCUPIED      PIC 9(2).
               10  WS-PR-MONTH-COST    PIC 9(7)V99.
               10  WS-PR-COLLECTED     PIC 9(9)V99.

      * The period's regular-run payrolls
       78  MAX-PAYS                VALUE 20000.
       01  WS-PAY-COUNT            PIC 9(5) VALUE 0.
       01  WS-PAY-TABLE.
           05  WS-PAY-ENTRY OCCURS 20000 TIMES
                   INDEXED BY WS-PAY-IDX.
               10  WS-PT-PAY-ID        PIC 9(12).

      * Night-count work fields
       01  WS-RANGE-FROM           PIC 9(8).
       01  WS-RANGE-TO             PIC 9(8).
       01  WS-STAY-FROM            PIC 9(8).
       01  WS-STAY-TO              PIC 9(8).
       01  WS-NIGHTS               PIC 9(2).
       01  WS-VACANT               PIC 9(2).
       01  WS-SHORTFALL            PIC S9(9)V99.
       01  WS-YEN                  PIC 9(7).

      * Totals
       01  WS-TOTAL-COST           PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-COLLECTED      PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-SHORTFALL      PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-VACANT         PIC 9(7) VALUE 0.
       01  WS-VACANT-PROPS         PIC 9(4) VALUE 0.

      * Print work fields
       01  WS-EMP-ID-DISPLAY       PIC 9(9).
       01  WS-NIGHTS-DISPLAY       PIC Z9.
       01  WS-NIGHTS-DISPLAY-2     PIC Z9.
       01  WS-AMOUNT-DISPLAY       PIC ZZZ,ZZZ,ZZ9.
       01  WS-AMOUNT-DISPLAY-2     PIC ZZZ,ZZZ,ZZ9.
       01  WS-BALANCE-DISPLAY      PIC -ZZ,ZZZ,ZZ9.
       01  WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'HOUSERPT - Company Housing Occupancy Report v'
               WS-VERSION

           MOVE SPACES TO WS-ENV-PERIOD
           ACCEPT WS-ENV-PERIOD FROM ENVIRONMENT 'HOUSERPT_PERIOD'
           IF WS-ENV-PERIOD(1:6) IS NUMERIC
               MOVE WS-ENV-PERIOD(1:6) TO WS-PERIOD
           END-IF
           DIVIDE WS-PERIOD BY 100
               GIVING WS-PERIOD-YY REMAINDER WS-PERIOD-MM
           IF WS-PERIOD = 0 OR WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
               DISPLAY 'ERROR: HOUSERPT_PERIOD (YYYYMM) is required'
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

           DISPLAY 'Housing period ' WS-PERIOD

           PERFORM LOAD-PROPERTIES
           PERFORM LOAD-PERIOD-PAYROLLS
           PERFORM SWEEP-RENT-LINES

           PERFORM OPEN-PRINT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PAY PERIOD ' WS-PERIOD
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           IF WS-PROP-COUNT = 0
               MOVE SPACES TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
               MOVE 'NO COMPANY HOUSING LEASED IN THE PERIOD'
                   TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-IF

           PERFORM PRINT-ONE-PROPERTY
               VARYING WS-PROP-IDX FROM 1 BY 1
               UNTIL WS-PROP-IDX > WS-PROP-COUNT

           PERFORM PRINT-TOTALS
           PERFORM CLOSE-PRINT-FILE

           MOVE WS-PROP-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Properties leased:    ' WS-COUNT-DISPLAY
           MOVE WS-VACANT-PROPS TO WS-COUNT-DISPLAY
           DISPLAY 'With vacant nights:   ' WS-COUNT-DISPLAY
           IF WS-VACANT-PROPS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      * LOAD-PROPERTIES: Every flat whose lease overlaps the month,
      * with the nights leased and the nights lived in - current
      * and previous occupant both - and the month's lease cost for
      * the nights leased.
       LOAD-PROPERTIES.
           OPEN INPUT HOUSING-FILE
           IF HSG-FILE-NOT-FOUND
               DISPLAY 'No company housing file found.'
               EXIT PARAGRAPH
           END-IF
           IF NOT HSG-FILE-OK
               DISPLAY 'ERROR: Cannot open company housing file.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL HSG-FILE-EOF
                   OR WS-PROP-COUNT >= MAX-PROPERTIES
               READ HOUSING-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE HOUSING-RECORD TO WS-HSG-REC
                       IF LEASE-START OF WS-HSG-REC <= WS-MONTH-LAST
                               AND LEASE-END OF WS-HSG-REC
                                   >= WS-MONTH-FIRST
                           PERFORM LOAD-ONE-PROPERTY
                       END-IF
               END-READ
           END-PERFORM

           CLOSE HOUSING-FILE
           .

       LOAD-ONE-PROPERTY.
           ADD 1 TO WS-PROP-COUNT
           SET WS-PROP-IDX TO WS-PROP-COUNT
           INITIALIZE WS-PROP-ENTRY(WS-PROP-IDX)
           MOVE PROPERTY-CODE OF WS-HSG-REC TO WS-PR-CODE(WS-PROP-IDX)
           MOVE PROPERTY-NAME OF WS-HSG-REC TO WS-PR-NAME(WS-PROP-IDX)
           MOVE LEASE-COST OF WS-HSG-REC
               TO WS-PR-LEASE-COST(WS-PROP-IDX)
           MOVE EMPLOYEE-RENT OF WS-HSG-REC TO WS-PR-RENT(WS-PROP-IDX)
           MOVE STATUTORY-RENT OF WS-HSG-REC
               TO WS-PR-STATUTORY(WS-PROP-IDX)
           MOVE LEASE-START OF WS-HSG-REC
               TO WS-PR-LEASE-START(WS-PROP-IDX)
           MOVE LEASE-END OF WS-HSG-REC
               TO WS-PR-LEASE-END(WS-PROP-IDX)
           MOVE OCCUPANT-EMP-ID OF WS-HSG-REC
               TO WS-PR-OCCUPANT(WS-PROP-IDX)
           MOVE MOVE-IN-DATE OF WS-HSG-REC
               TO WS-PR-MOVE-IN(WS-PROP-IDX)
           MOVE MOVE-OUT-DATE OF WS-HSG-REC
               TO WS-PR-MOVE-OUT(WS-PROP-IDX)
           MOVE PREV-OCCUPANT-EMP-ID OF WS-HSG-REC
               TO WS-PR-PREV-OCCUPANT(WS-PROP-IDX)
           MOVE PREV-MOVE-IN-DATE OF WS-HSG-REC
               TO WS-PR-PREV-MOVE-IN(WS-PROP-IDX)
           MOVE PREV-MOVE-OUT-DATE OF WS-HSG-REC
               TO WS-PR-PREV-MOVE-OUT(WS-PROP-IDX)

      *    The nights of the month the lease covers
           MOVE WS-MONTH-FIRST TO WS-RANGE-FROM
           IF LEASE-START OF WS-HSG-REC > WS-RANGE-FROM
               MOVE LEASE-START OF WS-HSG-REC TO WS-RANGE-FROM
           END-IF
           MOVE WS-MONTH-LAST TO WS-RANGE-TO
           IF LEASE-END OF WS-HSG-REC < WS-RANGE-TO
               MOVE LEASE-END OF WS-HSG-REC TO WS-RANGE-TO
           END-IF
           COMPUTE WS-PR-LEASED-NIGHTS(WS-PROP-IDX) =
               WS-RANGE-TO - WS-RANGE-FROM + 1

           IF WS-PR-LEASED-NIGHTS(WS-PROP-IDX) = WS-DAYS-IN-MONTH
               MOVE LEASE-COST OF WS-HSG-REC
                   TO WS-PR-MONTH-COST(WS-PROP-IDX)
           ELSE
               COMPUTE WS-YEN = LEASE-COST OF WS-HSG-REC
                   * WS-PR-LEASED-NIGHTS(WS-PROP-IDX)
                   / WS-DAYS-IN-MONTH
               MOVE WS-YEN TO WS-PR-MONTH-COST(WS-PROP-IDX)
           END-IF

      *    The nights lived in, inside the leased nights
           IF OCCUPANT-EMP-ID OF WS-HSG-REC NOT = 0
               MOVE MOVE-IN-DATE OF WS-HSG-REC TO WS-STAY-FROM
               MOVE MOVE-OUT-DATE OF WS-HSG-REC TO WS-STAY-TO
               PERFORM COUNT-STAY-NIGHTS
           END-IF
           IF PREV-OCCUPANT-EMP-ID OF WS-HSG-REC NOT = 0
               MOVE PREV-MOVE-IN-DATE OF WS-HSG-REC TO WS-STAY-FROM
               MOVE PREV-MOVE-OUT-DATE OF WS-HSG-REC TO WS-STAY-TO
               PERFORM COUNT-STAY-NIGHTS
           END-IF
           IF WS-PR-OCCUPIED(WS-PROP-IDX)
                   > WS-PR-LEASED-NIGHTS(WS-PROP-IDX)
               MOVE WS-PR-LEASED-NIGHTS(WS-PROP-IDX)
                   TO WS-PR-OCCUPIED(WS-PROP-IDX)
           END-IF
           .

       COUNT-STAY-NIGHTS.
           IF WS-STAY-FROM > WS-RANGE-TO OR WS-STAY-TO < WS-RANGE-FROM
               EXIT PARAGRAPH
           END-IF
           IF WS-STAY-FROM < WS-RANGE-FROM
               MOVE WS-RANGE-FROM TO WS-STAY-FROM
           END-IF
           IF WS-STAY-TO > WS-RANGE-TO
               MOVE WS-RANGE-TO TO WS-STAY-TO
           END-IF
           COMPUTE WS-NIGHTS = WS-STAY-TO - WS-STAY-FROM + 1
           ADD WS-NIGHTS TO WS-PR-OCCUPIED(WS-PROP-IDX)
           .

      * LOAD-PERIOD-PAYROLLS: The period's regular-run payrolls,
      * voided ones aside - their lines were never deducted.
       LOAD-PERIOD-PAYROLLS.
           IF WS-PROP-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PAYROLL-FILE
           IF PAY-FILE-NOT-FOUND
               DISPLAY 'No payroll file found.'
               EXIT PARAGRAPH
           END-IF
           IF NOT PAY-FILE-OK
               DISPLAY 'ERROR: Cannot open payroll file.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL PAY-FILE-EOF OR WS-PAY-COUNT >= MAX-PAYS
               READ PAYROLL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PAYROLL-RECORD TO WS-PAY-REC
                       IF PAY-PERIOD OF WS-PAY-REC = WS-PERIOD
                               AND RUN-REGULAR OF WS-PAY-REC
                               AND NOT PAY-VOIDED OF WS-PAY-REC
                           ADD 1 TO WS-PAY-COUNT
                           MOVE PAY-ID OF WS-PAY-REC
                               TO WS-PT-PAY-ID(WS-PAY-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PAYROLL-FILE
           .

      * SWEEP-RENT-LINES: The rent lines of those payrolls, into
      * the flat named in the LINE-CODE.
       SWEEP-RENT-LINES.
           IF WS-PAY-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PAYDTL-FILE
           IF DTL-FILE-NOT-FOUND
               DISPLAY 'No payroll detail file found.'
               EXIT PARAGRAPH
           END-IF
           IF NOT DTL-FILE-OK
               DISPLAY 'ERROR: Cannot open payroll detail file.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL DTL-FILE-EOF
               READ PAYDTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PAYDTL-RECORD TO WS-DTL-REC
                       IF LINE-HOUSING OF WS-DTL-REC
                               AND LINE-CODE OF WS-DTL-REC(1:8)
                                   = HOUSING-LINE-PREFIX
                           PERFORM FOLD-ONE-RENT-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PAYDTL-FILE
           .

       FOLD-ONE-RENT-LINE.
           SET WS-PAY-IDX TO 1
           SEARCH WS-PAY-ENTRY
               AT END
                   EXIT PARAGRAPH
               WHEN WS-PAY-IDX > WS-PAY-COUNT
                   EXIT PARAGRAPH
               WHEN WS-PT-PAY-ID(WS-PAY-IDX) = PAY-ID OF WS-DTL-REC
                   CONTINUE
           END-SEARCH

           SET WS-PROP-IDX TO 1
           SEARCH WS-PROP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PROP-IDX > WS-PROP-COUNT
                   CONTINUE
               WHEN WS-PR-CODE(WS-PROP-IDX)
                       = LINE-CODE OF WS-DTL-REC(9:8)
                   ADD LINE-AMOUNT OF WS-DTL-REC
                       TO WS-PR-COLLECTED(WS-PROP-IDX)
           END-SEARCH
           .

      * PRINT-ONE-PROPERTY: The flat, its occupants in the month,
      * the nights occupied and vacant, and the lease cost against
      * the rent collected.
       PRINT-ONE-PROPERTY.
           COMPUTE WS-VACANT =
               WS-PR-LEASED-NIGHTS(WS-PROP-IDX)
               - WS-PR-OCCUPIED(WS-PROP-IDX)
           COMPUTE WS-SHORTFALL =
               WS-PR-MONTH-COST(WS-PROP-IDX)
               - WS-PR-COLLECTED(WS-PROP-IDX)
           ADD WS-PR-MONTH-COST(WS-PROP-IDX) TO WS-TOTAL-COST
           ADD WS-PR-COLLECTED(WS-PROP-IDX) TO WS-TOTAL-COLLECTED
           ADD WS-SHORTFALL TO WS-TOTAL-SHORTFALL
           ADD WS-VACANT TO WS-TOTAL-VACANT
           IF WS-VACANT > 0
               ADD 1 TO WS-VACANT-PROPS
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PROPERTY ' WS-PR-CODE(WS-PROP-IDX)
                  '  ' WS-PR-NAME(WS-PROP-IDX)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-PR-RENT(WS-PROP-IDX) TO WS-AMOUNT-DISPLAY
           MOVE WS-PR-STATUTORY(WS-PROP-IDX) TO WS-AMOUNT-DISPLAY-2
           MOVE SPACES TO WS-RPT-LINE
           STRING '  LEASE ' WS-PR-LEASE-START(WS-PROP-IDX)
                  '-' WS-PR-LEASE-END(WS-PROP-IDX)
                  '  RENT ' WS-AMOUNT-DISPLAY
                  '  STATUTORY ' WS-AMOUNT-DISPLAY-2
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           IF WS-PR-RENT(WS-PROP-IDX) * 2
                   < WS-PR-STATUTORY(WS-PROP-IDX)
               MOVE '  RENT UNDER HALF STATUTORY VALUE - TAXABLE BIK'
                   TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-IF

           IF WS-PR-PREV-OCCUPANT(WS-PROP-IDX) NOT = 0
                   AND WS-PR-PREV-MOVE-OUT(WS-PROP-IDX)
                       >= WS-MONTH-FIRST
               MOVE WS-PR-PREV-OCCUPANT(WS-PROP-IDX)
                   TO WS-EMP-ID-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING '  OCCUPANT ' WS-EMP-ID-DISPLAY
                      '  IN ' WS-PR-PREV-MOVE-IN(WS-PROP-IDX)
                      '  OUT ' WS-PR-PREV-MOVE-OUT(WS-PROP-IDX)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-IF
           IF WS-PR-OCCUPANT(WS-PROP-IDX) NOT = 0
                   AND WS-PR-MOVE-IN(WS-PROP-IDX) <= WS-MONTH-LAST
                   AND WS-PR-MOVE-OUT(WS-PROP-IDX) >= WS-MONTH-FIRST
               MOVE WS-PR-OCCUPANT(WS-PROP-IDX) TO WS-EMP-ID-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               IF WS-PR-MOVE-OUT(WS-PROP-IDX) = OPEN-ENDED-DATE
                   STRING '  OCCUPANT ' WS-EMP-ID-DISPLAY
                          '  IN ' WS-PR-MOVE-IN(WS-PROP-IDX)
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE
                   STRING '  OCCUPANT ' WS-EMP-ID-DISPLAY
                          '  IN ' WS-PR-MOVE-IN(WS-PROP-IDX)
                          '  OUT ' WS-PR-MOVE-OUT(WS-PROP-IDX)
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               END-IF
               PERFORM EMIT-PRINT-LINE
           END-IF

           MOVE WS-PR-OCCUPIED(WS-PROP-IDX) TO WS-NIGHTS-DISPLAY
           MOVE WS-VACANT TO WS-NIGHTS-DISPLAY-2
           MOVE SPACES TO WS-RPT-LINE
           STRING '  NIGHTS OCCUPIED ' WS-NIGHTS-DISPLAY
                  '  VACANT ' WS-NIGHTS-DISPLAY-2
               DELIMITED BY SIZE INTO WS-RPT-LINE
           IF WS-VACANT > 0
               MOVE '  *** VACANT' TO WS-RPT-LINE(33:12)
           END-IF
           PERFORM EMIT-PRINT-LINE

           MOVE WS-PR-MONTH-COST(WS-PROP-IDX) TO WS-AMOUNT-DISPLAY
           MOVE WS-PR-COLLECTED(WS-PROP-IDX) TO WS-AMOUNT-DISPLAY-2
           MOVE WS-SHORTFALL TO WS-BALANCE-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING '  LEASE COST ' WS-AMOUNT-DISPLAY
                  '  RENT COLLECTED ' WS-AMOUNT-DISPLAY-2
                  '  SHORTFALL ' WS-BALANCE-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

       PRINT-TOTALS.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE '========================================'
               TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-PROP-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PROPERTIES LEASED ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-TOTAL-VACANT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'VACANT NIGHTS     ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-TOTAL-COST TO WS-AMOUNT-DISPLAY
           MOVE WS-TOTAL-COLLECTED TO WS-AMOUNT-DISPLAY-2
           MOVE WS-TOTAL-SHORTFALL TO WS-BALANCE-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'LEASE COST ' WS-AMOUNT-DISPLAY
                  '  RENT COLLECTED ' WS-AMOUNT-DISPLAY-2
                  '  SHORTFALL ' WS-BALANCE-DISPLAY
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

       END PROGRAM HOUSERPT.
