       IDENTIFICATION DIVISION.
       PROGRAM-ID. EIKEIZOK.
      ******************************************************************
      * EIKEIZOK - Continued-Employment Benefit (Koreisha Koyo Keizoku
      *            Kyufu) Monthly Assessment
      * Purpose: Employees re-engaged on a fixed-term contract after
      *          the mandatory retirement at 60 (CONTRACT-REENGAGED,
      *          recorded by the guided retirement) are entitled to
      *          the employment insurance benefit in any month up to
      *          their 65th birthday month whose wage falls below 75%
      *          of the wage at 60. For each re-engaged employee this
      *          run:
      *            - fixes the wage at 60 the first time it sees the
      *              contract: the average regular-run gross of the
      *              six months before RETIRE-DATE, paid under
      *              ORIG-EMP-ID, stored on the contract through
      *              CONTRACT-SVC SET-WAGE-AT-60
      *            - compares the month's regular-run gross against
      *              it and prints the ratio and the benefit band:
      *              full rate at or below the floor (61% and 15%
      *              for those 60 before April 2025, 64% and 10%
      *              after), tapered from there to 75%, none at 75%
      *              or above or at the payment ceiling
      *            - in the second month of each two-month
      *              application period writes the Hello Work
      *              application data for the two months
      * Input: hr-cobol/data/contracts.dat (via CONTRACT-SVC)
      *        hr-cobol/data/employees.dat
      *        hr-cobol/data/payroll.dat
      * Output: hr-cobol/data/reports/EIKEIZOK_<generation>.rpt
      *         (via RPT-PRINT)
      *         hr-cobol/data/contracts.dat (wage at 60, via
      *         CONTRACT-SVC)
      *         hr-cobol/data/export/eikeizok_<YYYYMM>.dat - one row
      *          per employee eligible in either month:
      *          'K' + EMP-ID 9(9) + ORIG-EMP-ID 9(9) +
      *                KANA-LAST X(15) + KANA-FIRST X(10) +
      *                BIRTH-DATE 9(8) + RETIRE-DATE 9(8) +
      *                WAGE-AT-60 9(9) +
      *                (MONTH 9(6) + WAGE 9(9) + RATIO 9(3)V9 +
      *                 BAND X) for each of the two months +
      *                COMPANY-CODE X(2)
      *          Band: F full rate, T tapered, N 75% or more,
      *                C over the payment ceiling, O outside the
      *                60-65 window, 0 no wages paid, W wage at 60
      *                not known
      * Parm: EIKEIZOK_MONTH environment variable (YYYYMM, default
      *       last month) - the month assessed
      *       EIKEIZOK_APPLY environment variable ('Y' writes the
      *       application data for an odd month too; by default it
      *       is written when the month is even, closing the pair)
      *       EIKEIZOK_CEILING environment variable (the payment
      *       ceiling in yen, revised each August; default 376750)
      * Note: Registered with run control on the month. The wage at
      *       60 needs the six months' payroll still on the live
      *       file - an employee whose months were archived first
      *       prints as WAGE AT 60 UNKNOWN.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE
               ASSIGN TO 'hr-cobol/data/employees.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT PAYROLL-FILE
               ASSIGN TO 'hr-cobol/data/payroll.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-FILE-STATUS.

           SELECT APPLY-FILE
               ASSIGN TO DYNAMIC WS-APPLY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD          PIC X(1000).

       FD  PAYROLL-FILE.
       01  PAYROLL-RECORD           PIC X(1000).

       FD  APPLY-FILE.
       01  APPLY-RECORD.
           05  APL-REC-TYPE         PIC X.
           05  APL-EMP-ID           PIC 9(9).
           05  APL-ORIG-EMP-ID      PIC 9(9).
           05  APL-KANA-LAST        PIC X(15).
           05  APL-KANA-FIRST       PIC X(10).
           05  APL-BIRTH-DATE       PIC 9(8).
           05  APL-RETIRE-DATE      PIC 9(8).
           05  APL-WAGE-AT-60       PIC 9(9).
           05  APL-MONTH-1          PIC 9(6).
           05  APL-WAGE-1           PIC 9(9).
           05  APL-RATIO-1          PIC 9(3)V9.
           05  APL-BAND-1           PIC X.
           05  APL-MONTH-2          PIC 9(6).
           05  APL-WAGE-2           PIC 9(9).
           05  APL-RATIO-2          PIC 9(3)V9.
           05  APL-BAND-2           PIC X.
           05  APL-COMPANY          PIC X(2).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME          PIC X(10) VALUE 'EIKEIZOK'.
       01  WS-VERSION               PIC X(10) VALUE '1.0.0'.

       01  WS-EMP-FILE-STATUS       PIC XX.
           88  EMP-FILE-OK              VALUE '00'.
           88  EMP-FILE-EOF             VALUE '10'.
       01  WS-PAY-FILE-STATUS       PIC XX.
           88  PAY-FILE-OK              VALUE '00'.
           88  PAY-FILE-EOF             VALUE '10'.
       01  WS-APL-FILE-STATUS       PIC XX.
           88  APL-FILE-OK              VALUE '00'.
       01  WS-APPLY-PATH            PIC X(60).

       01  WS-EMP-REC.
           COPY employee REPLACING ==05== BY ==10==.
       01  WS-PAY-REC.
           COPY payroll REPLACING ==05== BY ==10==.

      * Run parameters
       01  WS-ENV-MONTH             PIC X(10).
       01  WS-ENV-APPLY             PIC X(10).
       01  WS-ENV-CEILING           PIC X(10).
       01  WS-CEILING-TEXT          PIC X(10).
       01  WS-CEILING-LEN           PIC 9(2).
       01  WS-CEILING               PIC 9(9) VALUE 376750.
       01  WS-TODAY                 PIC 9(8).
       01  WS-MONTH                 PIC 9(6) VALUE 0.
       01  WS-PRIOR-MONTH           PIC 9(6).
       01  WS-MONTH-NUM             PIC 9(6).
       01  WS-PRIOR-MONTH-NUM       PIC 9(6).
       01  WS-APPLY-SW              PIC X VALUE 'N'.
           88  WRITE-APPLICATION        VALUE 'Y'.

      * Month arithmetic - a YYYYMM as a running month number
       01  WS-YM                    PIC 9(6).
       01  WS-YM-PARTS REDEFINES WS-YM.
           05  WS-YM-YEAR           PIC 9(4).
           05  WS-YM-MONTH          PIC 9(2).
       01  WS-YM-NUM                PIC 9(6).

      * The cohort that reached 60 before this date keeps the old
      * rates - full at 61%, 15% of the wage
       78  NEW-RATE-COHORT-DATE     VALUE 20250401.
       01  WS-FLOOR                 PIC 9(3)V9.
       01  WS-MAX-RATE              PIC 9(2).
       01  WS-SIXTIETH              PIC 9(8).

      * The re-engaged employees on current contracts
       78  MAX-REENGAGED            VALUE 2000.
       01  WS-RE-COUNT              PIC 9(4) VALUE 0.
       01  WS-RE-TABLE.
           05  WS-RE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-RE-IDX.
               10  WS-RE-EMP-ID         PIC 9(9).
               10  WS-RE-ORIG-ID        PIC 9(9).
               10  WS-RE-RETIRE-DATE    PIC 9(8).
               10  WS-RE-WAGE-60        PIC 9(9).
               10  WS-RE-W60-MONTHS     PIC 9.
               10  WS-RE-W60-SW         PIC X.
                   88  RE-W60-FIXED-NOW     VALUE 'Y'.
               10  WS-RE-W60-AMT OCCURS 6 TIMES
                                        PIC S9(11)V99.
               10  WS-RE-WAGE-M1        PIC S9(11)V99.
               10  WS-RE-WAGE-M2        PIC S9(11)V99.
               10  WS-RE-PAID-M1        PIC X.
               10  WS-RE-PAID-M2        PIC X.
               10  WS-RE-EMP-FROM       PIC 9(8).
               10  WS-RE-BIRTH          PIC 9(8).
               10  WS-RE-KANA-LAST      PIC X(15).
               10  WS-RE-KANA-FIRST     PIC X(10).
               10  WS-RE-NAME           PIC X(20).
               10  WS-RE-COMPANY        PIC X(2).
       01  WS-CURSOR-EMP            PIC 9(9) VALUE 0.
       01  WS-CURSOR-SEQ            PIC 9(3) VALUE 0.
       01  WS-SCAN-SW               PIC X.
           88  MORE-CONTRACTS           VALUE 'Y'.
           88  NO-MORE-CONTRACTS        VALUE 'N'.
       01  WS-W60-SLOT              PIC S9(4).
       01  WS-W60-TOTAL             PIC S9(13)V99.
       01  WS-W60-COUNT             PIC 9.
       01  WS-SLOT-IDX              PIC 9.
       01  WS-RETIRE-NUM            PIC 9(6).
       01  WS-SIXTYFIFTH-NUM        PIC 9(6).

      * One month's assessment - in: period, wage, paid switch;
      * out: ratio, band, band text
       01  WS-AS-PERIOD-NUM         PIC 9(6).
       01  WS-AS-WAGE               PIC S9(11)V99.
       01  WS-AS-PAID               PIC X.
       01  WS-AS-RATIO              PIC 9(3)V9.
       01  WS-AS-BAND               PIC X.
           88  BAND-ELIGIBLE            VALUE 'F' 'T'.
       01  WS-AS-TEXT               PIC X(26).
       01  WS-RATIO-WORK            PIC 9(7)V9.
       01  WS-BAND-1                PIC X.
       01  WS-RATIO-1               PIC 9(3)V9.

      * Working storage for CONTRACT-SVC calls
           COPY contr-req.
           COPY contr-res.

      * Working storage for RUNCTL-SVC calls - this batch registers
      * with the central run control (duplicate-run guard keyed on
      * the run parameter, RUNCTL_OVERRIDE=Y to run anyway)
           COPY runctl-req.
           COPY runctl-res.
       01  WS-RUN-PARM              PIC X(10).
       01  WS-RUN-START-TS          PIC 9(14).
       01  WS-ENV-OVERRIDE          PIC X(10).

       01  WS-ELIGIBLE-COUNT        PIC 9(5) VALUE 0.
       01  WS-W60-FIXED-COUNT       PIC 9(5) VALUE 0.
       01  WS-W60-FAILED-COUNT      PIC 9(5) VALUE 0.
       01  WS-APPLY-COUNT           PIC 9(5) VALUE 0.

      * Print-file plumbing
       01  WS-RPT-OP                PIC X.
       01  WS-RPT-NAME              PIC X(8)  VALUE 'EIKEIZOK'.
       01  WS-RPT-TITLE             PIC X(40)
           VALUE 'CONTINUED EMPLOYMENT BENEFIT ASSESSMENT'.
       01  WS-RPT-OPERATOR          PIC X(16).
       01  WS-RPT-LINE              PIC X(100).
       01  WS-RPT-STATUS            PIC 9.

      * Display fields
       01  WS-COUNT-DISPLAY         PIC ZZ,ZZ9.
       01  WS-EMP-ID-DISPLAY        PIC 9(9).
       01  WS-AMOUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
       01  WS-RATIO-DISPLAY         PIC ZZ9.9.
       01  WS-RATE-DISPLAY          PIC Z9.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'EIKEIZOK - Continued-Employment Benefit v'
               WS-VERSION

           PERFORM GET-RUN-PARAMETERS

           PERFORM REGISTER-RUN-START
           IF NOT OK OF RUNCTL-SVC-RES
                   AND STATUS-CODE-N OF RUNCTL-SVC-RES = 409
               DISPLAY 'RUN BLOCKED: ' STATUS-MSG OF RUNCTL-SVC-RES
               DISPLAY 'Set RUNCTL_OVERRIDE=Y to run anyway.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-REENGAGED-CONTRACTS
           PERFORM LOAD-EMPLOYEE-DETAILS
           PERFORM ACCUMULATE-PAYROLL

           PERFORM FIX-WAGE-AT-60
               VARYING WS-RE-IDX FROM 1 BY 1
               UNTIL WS-RE-IDX > WS-RE-COUNT

           PERFORM OPEN-PRINT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'MONTH ASSESSED ' WS-MONTH
                  '   RE-ENGAGED EMPLOYEES ON CONTRACT'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-CEILING TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PAYMENT CEILING ' WS-AMOUNT-DISPLAY ' YEN'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING '  EMP-ID    NAME                 RETIRED   '
                  'WAGE AT 60   MONTH WAGE  RATIO  BAND'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           IF WRITE-APPLICATION
               PERFORM OPEN-APPLICATION-FILE
           END-IF

           PERFORM ASSESS-ONE-EMPLOYEE
               VARYING WS-RE-IDX FROM 1 BY 1
               UNTIL WS-RE-IDX > WS-RE-COUNT

           IF WS-RE-COUNT = 0
               MOVE '  No re-engaged employees on contract.'
                   TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-IF

           PERFORM EMIT-PRINT-LINE
           MOVE WS-RE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'RE-ENGAGED ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           MOVE WS-ELIGIBLE-COUNT TO WS-COUNT-DISPLAY
           STRING 'ELIGIBLE THIS MONTH ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE(22:30)
           MOVE WS-W60-FIXED-COUNT TO WS-COUNT-DISPLAY
           STRING 'WAGE AT 60 FIXED ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE(52:30)
           PERFORM EMIT-PRINT-LINE
           IF WRITE-APPLICATION
               MOVE WS-APPLY-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING 'APPLICATION ROWS ' WS-COUNT-DISPLAY
                      ' FOR ' WS-PRIOR-MONTH ' AND ' WS-MONTH
                      ' WRITTEN TO ' WS-APPLY-PATH
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
               CLOSE APPLY-FILE
               DISPLAY 'Application file: ' WS-APPLY-PATH
           END-IF
           PERFORM CLOSE-PRINT-FILE

           PERFORM REGISTER-RUN-END

           MOVE WS-RE-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Re-engaged employees:   ' WS-COUNT-DISPLAY
           MOVE WS-ELIGIBLE-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Eligible this month:    ' WS-COUNT-DISPLAY
           MOVE WS-W60-FIXED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Wage at 60 fixed:       ' WS-COUNT-DISPLAY
           IF WS-W60-FAILED-COUNT > 0
               MOVE WS-W60-FAILED-COUNT TO WS-COUNT-DISPLAY
               DISPLAY 'Wage at 60 unknown:     ' WS-COUNT-DISPLAY
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       GET-RUN-PARAMETERS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-ENV-MONTH
           ACCEPT WS-ENV-MONTH FROM ENVIRONMENT 'EIKEIZOK_MONTH'
           IF WS-ENV-MONTH(1:6) IS NUMERIC
               MOVE WS-ENV-MONTH(1:6) TO WS-MONTH
           END-IF
           IF WS-MONTH = 0
      *        Last month - the latest month whose wages are paid
               MOVE WS-TODAY(1:6) TO WS-YM
               PERFORM YM-TO-NUM
               SUBTRACT 1 FROM WS-YM-NUM
               PERFORM NUM-TO-YM
               MOVE WS-YM TO WS-MONTH
           END-IF
           MOVE WS-MONTH TO WS-YM
           PERFORM YM-TO-NUM
           MOVE WS-YM-NUM TO WS-MONTH-NUM
           COMPUTE WS-PRIOR-MONTH-NUM = WS-MONTH-NUM - 1
           MOVE WS-PRIOR-MONTH-NUM TO WS-YM-NUM
           PERFORM NUM-TO-YM
           MOVE WS-YM TO WS-PRIOR-MONTH

           MOVE SPACES TO WS-ENV-APPLY
           ACCEPT WS-ENV-APPLY FROM ENVIRONMENT 'EIKEIZOK_APPLY'
           MOVE WS-MONTH TO WS-YM
           IF WS-ENV-APPLY(1:1) = 'Y' OR 'y'
                   OR WS-YM-MONTH = 2 OR 4 OR 6 OR 8 OR 10 OR 12
               SET WRITE-APPLICATION TO TRUE
           END-IF

           MOVE SPACES TO WS-ENV-CEILING
           ACCEPT WS-ENV-CEILING FROM ENVIRONMENT 'EIKEIZOK_CEILING'
           IF WS-ENV-CEILING NOT = SPACES
               MOVE 0 TO WS-CEILING-LEN
               UNSTRING WS-ENV-CEILING DELIMITED BY SPACE
                   INTO WS-CEILING-TEXT COUNT IN WS-CEILING-LEN
               IF WS-CEILING-LEN > 0
                       AND WS-CEILING-TEXT(1:WS-CEILING-LEN)
                           IS NUMERIC
                   MOVE WS-CEILING-TEXT(1:WS-CEILING-LEN)
                       TO WS-CEILING
               END-IF
           END-IF

           DISPLAY 'Assessing ' WS-MONTH
           IF WRITE-APPLICATION
               DISPLAY 'Application data for ' WS-PRIOR-MONTH
                   ' and ' WS-MONTH
           END-IF
           .

      * YM-TO-NUM / NUM-TO-YM: WS-YM (YYYYMM) to and from the
      * running month number WS-YM-NUM.
       YM-TO-NUM.
           COMPUTE WS-YM-NUM = WS-YM-YEAR * 12 + WS-YM-MONTH - 1
           .

       NUM-TO-YM.
           DIVIDE WS-YM-NUM BY 12 GIVING WS-YM-YEAR
           COMPUTE WS-YM-MONTH = WS-YM-NUM - WS-YM-YEAR * 12 + 1
           .

      * LOAD-REENGAGED-CONTRACTS: Every current term of the
      * re-engaged kind, through CONTRACT-SVC SCAN.
       LOAD-REENGAGED-CONTRACTS.
           SET MORE-CONTRACTS TO TRUE
           PERFORM LOAD-NEXT-CONTRACT UNTIL NO-MORE-CONTRACTS
           .

       LOAD-NEXT-CONTRACT.
           INITIALIZE CONTRACT-SVC-REQ
           INITIALIZE CONTRACT-SVC-RES
           SET OP-SCAN OF CONTRACT-SVC-REQ TO TRUE
           MOVE 'EIKEIZOK' TO USER-ID OF CONTRACT-SVC-REQ
           MOVE SPACES TO CORR-ID OF CONTRACT-SVC-REQ
           MOVE WS-CURSOR-EMP TO Q-EMP-ID OF CONTRACT-SVC-REQ
           MOVE WS-CURSOR-SEQ TO Q-CURSOR-SEQ OF CONTRACT-SVC-REQ

           CALL 'CONTRACT-SVC' USING CONTRACT-SVC-REQ CONTRACT-SVC-RES

           IF NOT OK OF CONTRACT-SVC-RES
               SET NO-MORE-CONTRACTS TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE EMP-ID OF OUT-CONTRACT OF CONTRACT-SVC-RES
               TO WS-CURSOR-EMP
           MOVE CONTRACT-SEQ OF OUT-CONTRACT OF CONTRACT-SVC-RES
               TO WS-CURSOR-SEQ

           IF NOT CONTRACT-CURRENT OF OUT-CONTRACT OF CONTRACT-SVC-RES
                   OR NOT CONTRACT-REENGAGED OF OUT-CONTRACT
                       OF CONTRACT-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF WS-RE-COUNT >= MAX-REENGAGED
               DISPLAY 'WARNING: re-engaged table full - EMP '
                   WS-CURSOR-EMP ' not assessed'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RE-COUNT
           SET WS-RE-IDX TO WS-RE-COUNT
           INITIALIZE WS-RE-ENTRY(WS-RE-IDX)
           MOVE WS-CURSOR-EMP TO WS-RE-EMP-ID(WS-RE-IDX)
           MOVE ORIG-EMP-ID OF OUT-CONTRACT OF CONTRACT-SVC-RES
               TO WS-RE-ORIG-ID(WS-RE-IDX)
           MOVE RETIRE-DATE OF OUT-CONTRACT OF CONTRACT-SVC-RES
               TO WS-RE-RETIRE-DATE(WS-RE-IDX)
           MOVE WAGE-AT-60 OF OUT-CONTRACT OF CONTRACT-SVC-RES
               TO WS-RE-WAGE-60(WS-RE-IDX)
           MOVE WAGE-AT-60-MONTHS OF OUT-CONTRACT OF CONTRACT-SVC-RES
               TO WS-RE-W60-MONTHS(WS-RE-IDX)
           MOVE 'N' TO WS-RE-PAID-M1(WS-RE-IDX)
           MOVE 'N' TO WS-RE-PAID-M2(WS-RE-IDX)
           .

      * LOAD-EMPLOYEE-DETAILS: Name, kana, birth date and company
      * from each re-engaged employee's latest version.
       LOAD-EMPLOYEE-DETAILS.
           IF WS-RE-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF NOT EMP-FILE-OK
               DISPLAY 'WARNING: Cannot open employee file'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EMP-FILE-EOF
               READ EMPLOYEE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE EMPLOYEE-RECORD TO WS-EMP-REC
                       PERFORM TAKE-EMPLOYEE-DETAILS
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           .

       TAKE-EMPLOYEE-DETAILS.
           SET WS-RE-IDX TO 1
           SEARCH WS-RE-ENTRY
               AT END
                   EXIT PARAGRAPH
               WHEN WS-RE-IDX > WS-RE-COUNT
                   EXIT PARAGRAPH
               WHEN WS-RE-EMP-ID(WS-RE-IDX) = EMP-ID OF WS-EMP-REC
                   CONTINUE
           END-SEARCH
           IF VALID-FROM OF WS-EMP-REC < WS-RE-EMP-FROM(WS-RE-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE VALID-FROM OF WS-EMP-REC TO WS-RE-EMP-FROM(WS-RE-IDX)
           MOVE BIRTH-DATE OF WS-EMP-REC TO WS-RE-BIRTH(WS-RE-IDX)
           MOVE KANA-LAST OF WS-EMP-REC TO WS-RE-KANA-LAST(WS-RE-IDX)
           MOVE KANA-FIRST OF WS-EMP-REC
               TO WS-RE-KANA-FIRST(WS-RE-IDX)
           MOVE SPACES TO WS-RE-NAME(WS-RE-IDX)
           STRING LAST-NAME OF WS-EMP-REC DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  FIRST-NAME OF WS-EMP-REC DELIMITED BY SPACE
               INTO WS-RE-NAME(WS-RE-IDX)
           MOVE COMPANY-CODE OF WS-EMP-REC
               TO WS-RE-COMPANY(WS-RE-IDX)
           IF WS-RE-COMPANY(WS-RE-IDX) = SPACES
               MOVE '01' TO WS-RE-COMPANY(WS-RE-IDX)
           END-IF
           .

      * ACCUMULATE-PAYROLL: One pass over the approved, paid and
      * closed regular runs - the wages of the two months assessed
      * under the re-engaged EMP-ID, and the six months before
      * retirement under the original one for a wage at 60 not yet
      * fixed.
       ACCUMULATE-PAYROLL.
           IF WS-RE-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PAYROLL-FILE
           IF NOT PAY-FILE-OK
               DISPLAY 'WARNING: Cannot open payroll file'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PAY-FILE-EOF
               READ PAYROLL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PAYROLL-RECORD TO WS-PAY-REC
                       IF (PAY-APPROVED OF WS-PAY-REC
                               OR PAY-PAID OF WS-PAY-REC
                               OR PAY-CLOSED OF WS-PAY-REC)
                               AND RUN-REGULAR OF WS-PAY-REC
                           PERFORM TAKE-ONE-PAYROLL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYROLL-FILE
           .

       TAKE-ONE-PAYROLL.
           MOVE PAY-PERIOD OF WS-PAY-REC TO WS-YM
           PERFORM YM-TO-NUM

      *    The months assessed, under the re-engaged EMP-ID
           IF WS-YM-NUM = WS-MONTH-NUM OR WS-PRIOR-MONTH-NUM
               SET WS-RE-IDX TO 1
               SEARCH WS-RE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RE-IDX > WS-RE-COUNT
                       CONTINUE
                   WHEN WS-RE-EMP-ID(WS-RE-IDX) = EMP-ID OF WS-PAY-REC
                       IF WS-YM-NUM = WS-MONTH-NUM
                           ADD GROSS-PAY OF WS-PAY-REC
                               TO WS-RE-WAGE-M2(WS-RE-IDX)
                           MOVE 'Y' TO WS-RE-PAID-M2(WS-RE-IDX)
                       ELSE
                           ADD GROSS-PAY OF WS-PAY-REC
                               TO WS-RE-WAGE-M1(WS-RE-IDX)
                           MOVE 'Y' TO WS-RE-PAID-M1(WS-RE-IDX)
                       END-IF
               END-SEARCH
           END-IF

      *    The six months before retirement, under the original one
           SET WS-RE-IDX TO 1
           SEARCH WS-RE-ENTRY
               AT END
                   EXIT PARAGRAPH
               WHEN WS-RE-IDX > WS-RE-COUNT
                   EXIT PARAGRAPH
               WHEN WS-RE-ORIG-ID(WS-RE-IDX) = EMP-ID OF WS-PAY-REC
                   CONTINUE
           END-SEARCH
           IF WS-RE-WAGE-60(WS-RE-IDX) > 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RE-RETIRE-DATE(WS-RE-IDX)(1:6) TO WS-YM
           PERFORM YM-TO-NUM
           MOVE WS-YM-NUM TO WS-RETIRE-NUM
           MOVE PAY-PERIOD OF WS-PAY-REC TO WS-YM
           PERFORM YM-TO-NUM
           COMPUTE WS-W60-SLOT = WS-YM-NUM - WS-RETIRE-NUM + 7
           IF WS-W60-SLOT >= 1 AND WS-W60-SLOT <= 6
               MOVE WS-W60-SLOT TO WS-SLOT-IDX
               ADD GROSS-PAY OF WS-PAY-REC
                   TO WS-RE-W60-AMT(WS-RE-IDX, WS-SLOT-IDX)
           END-IF
           .

      * FIX-WAGE-AT-60: A re-engaged contract seen for the first time
      * gets its wage at 60 - the average of the months of the six
      * that were paid - stored on the contract.
       FIX-WAGE-AT-60.
           IF WS-RE-WAGE-60(WS-RE-IDX) > 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-W60-TOTAL
           MOVE 0 TO WS-W60-COUNT
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 6
               IF WS-RE-W60-AMT(WS-RE-IDX, WS-SLOT-IDX) > 0
                   ADD WS-RE-W60-AMT(WS-RE-IDX, WS-SLOT-IDX)
                       TO WS-W60-TOTAL
                   ADD 1 TO WS-W60-COUNT
               END-IF
           END-PERFORM
           IF WS-W60-COUNT = 0
               ADD 1 TO WS-W60-FAILED-COUNT
               EXIT PARAGRAPH
           END-IF

           INITIALIZE CONTRACT-SVC-REQ
           INITIALIZE CONTRACT-SVC-RES
           SET OP-SET-WAGE-AT-60 OF CONTRACT-SVC-REQ TO TRUE
           MOVE 'EIKEIZOK' TO USER-ID OF CONTRACT-SVC-REQ
           MOVE SPACES TO CORR-ID OF CONTRACT-SVC-REQ
           MOVE WS-RE-EMP-ID(WS-RE-IDX) TO Q-EMP-ID OF CONTRACT-SVC-REQ
           COMPUTE Q-WAGE-AT-60 OF CONTRACT-SVC-REQ ROUNDED =
               WS-W60-TOTAL / WS-W60-COUNT
           MOVE WS-W60-COUNT TO Q-WAGE-MONTHS OF CONTRACT-SVC-REQ

           CALL 'CONTRACT-SVC' USING CONTRACT-SVC-REQ CONTRACT-SVC-RES

           IF OK OF CONTRACT-SVC-RES
               MOVE Q-WAGE-AT-60 OF CONTRACT-SVC-REQ
                   TO WS-RE-WAGE-60(WS-RE-IDX)
               MOVE WS-W60-COUNT TO WS-RE-W60-MONTHS(WS-RE-IDX)
               SET RE-W60-FIXED-NOW(WS-RE-IDX) TO TRUE
               ADD 1 TO WS-W60-FIXED-COUNT
           ELSE
               ADD 1 TO WS-W60-FAILED-COUNT
               DISPLAY 'WARNING: wage at 60 for EMP '
                   WS-RE-EMP-ID(WS-RE-IDX) ' not stored - '
                   STATUS-MSG OF CONTRACT-SVC-RES(1:60)
           END-IF
           .

      * ASSESS-ONE-EMPLOYEE: The month's line on the report, and the
      * application row when either month of the pair qualifies.
       ASSESS-ONE-EMPLOYEE.
           COMPUTE WS-SIXTIETH = WS-RE-BIRTH(WS-RE-IDX) + 600000
           IF WS-SIXTIETH < NEW-RATE-COHORT-DATE
               MOVE 61.0 TO WS-FLOOR
               MOVE 15 TO WS-MAX-RATE
           ELSE
               MOVE 64.0 TO WS-FLOOR
               MOVE 10 TO WS-MAX-RATE
           END-IF
           MOVE WS-RE-RETIRE-DATE(WS-RE-IDX)(1:6) TO WS-YM
           PERFORM YM-TO-NUM
           MOVE WS-YM-NUM TO WS-RETIRE-NUM
           MOVE WS-RE-BIRTH(WS-RE-IDX)(1:6) TO WS-YM
           ADD 65 TO WS-YM-YEAR
           PERFORM YM-TO-NUM
           MOVE WS-YM-NUM TO WS-SIXTYFIFTH-NUM

           MOVE WS-PRIOR-MONTH-NUM TO WS-AS-PERIOD-NUM
           MOVE WS-RE-WAGE-M1(WS-RE-IDX) TO WS-AS-WAGE
           MOVE WS-RE-PAID-M1(WS-RE-IDX) TO WS-AS-PAID
           PERFORM ASSESS-ONE-MONTH
           MOVE WS-AS-BAND TO WS-BAND-1
           MOVE WS-AS-RATIO TO WS-RATIO-1

           MOVE WS-MONTH-NUM TO WS-AS-PERIOD-NUM
           MOVE WS-RE-WAGE-M2(WS-RE-IDX) TO WS-AS-WAGE
           MOVE WS-RE-PAID-M2(WS-RE-IDX) TO WS-AS-PAID
           PERFORM ASSESS-ONE-MONTH
           IF BAND-ELIGIBLE
               ADD 1 TO WS-ELIGIBLE-COUNT
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-RE-EMP-ID(WS-RE-IDX) TO WS-EMP-ID-DISPLAY
           MOVE WS-EMP-ID-DISPLAY TO WS-RPT-LINE(3:9)
           MOVE WS-RE-NAME(WS-RE-IDX) TO WS-RPT-LINE(13:20)
           MOVE WS-RE-RETIRE-DATE(WS-RE-IDX) TO WS-RPT-LINE(34:8)
           MOVE WS-RE-WAGE-60(WS-RE-IDX) TO WS-AMOUNT-DISPLAY
           MOVE WS-AMOUNT-DISPLAY TO WS-RPT-LINE(43:11)
           IF WS-RE-PAID-M2(WS-RE-IDX) = 'Y'
               MOVE WS-RE-WAGE-M2(WS-RE-IDX) TO WS-AMOUNT-DISPLAY
               MOVE WS-AMOUNT-DISPLAY TO WS-RPT-LINE(55:11)
           END-IF
           IF WS-AS-RATIO > 0
               MOVE WS-AS-RATIO TO WS-RATIO-DISPLAY
               MOVE WS-RATIO-DISPLAY TO WS-RPT-LINE(67:5)
               MOVE '%' TO WS-RPT-LINE(72:1)
           END-IF
           MOVE WS-AS-TEXT TO WS-RPT-LINE(74:26)
           PERFORM EMIT-PRINT-LINE
           IF RE-W60-FIXED-NOW(WS-RE-IDX)
               MOVE SPACES TO WS-RPT-LINE
               STRING '            wage at 60 fixed this run from '
                      WS-RE-W60-MONTHS(WS-RE-IDX)
                      ' month(s) before retirement'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-IF

           IF WRITE-APPLICATION
                   AND (BAND-ELIGIBLE
                        OR WS-BAND-1 = 'F' OR WS-BAND-1 = 'T')
               PERFORM WRITE-APPLICATION-ROW
           END-IF
           .

      * ASSESS-ONE-MONTH: The band for WS-AS-PERIOD-NUM's wage
      * against the wage at 60 - the window runs from the month
      * after retirement to the 65th birthday month.
       ASSESS-ONE-MONTH.
           MOVE 0 TO WS-AS-RATIO
           EVALUATE TRUE
               WHEN WS-RE-WAGE-60(WS-RE-IDX) = 0
                   MOVE 'W' TO WS-AS-BAND
                   MOVE 'WAGE AT 60 UNKNOWN' TO WS-AS-TEXT
                   EXIT PARAGRAPH
               WHEN WS-AS-PERIOD-NUM <= WS-RETIRE-NUM
                       OR WS-AS-PERIOD-NUM > WS-SIXTYFIFTH-NUM
                   MOVE 'O' TO WS-AS-BAND
                   MOVE 'OUTSIDE 60-65 WINDOW' TO WS-AS-TEXT
                   EXIT PARAGRAPH
               WHEN WS-AS-PAID NOT = 'Y' OR WS-AS-WAGE <= 0
                   MOVE '0' TO WS-AS-BAND
                   MOVE 'NO WAGES PAID' TO WS-AS-TEXT
                   EXIT PARAGRAPH
           END-EVALUATE

           COMPUTE WS-RATIO-WORK ROUNDED =
               WS-AS-WAGE * 100 / WS-RE-WAGE-60(WS-RE-IDX)
           IF WS-RATIO-WORK > 999.9
               MOVE 999.9 TO WS-AS-RATIO
           ELSE
               MOVE WS-RATIO-WORK TO WS-AS-RATIO
           END-IF

           MOVE WS-MAX-RATE TO WS-RATE-DISPLAY
           MOVE SPACES TO WS-AS-TEXT
           EVALUATE TRUE
               WHEN WS-AS-WAGE >= WS-CEILING
                   MOVE 'C' TO WS-AS-BAND
                   MOVE 'OVER PAYMENT CEILING' TO WS-AS-TEXT
               WHEN WS-AS-RATIO >= 75.0
                   MOVE 'N' TO WS-AS-BAND
                   MOVE 'NOT ELIGIBLE (75% +)' TO WS-AS-TEXT
               WHEN WS-AS-RATIO <= WS-FLOOR
                   MOVE 'F' TO WS-AS-BAND
                   STRING 'ELIGIBLE - FULL ' WS-RATE-DISPLAY '%'
                       DELIMITED BY SIZE INTO WS-AS-TEXT
               WHEN OTHER
                   MOVE 'T' TO WS-AS-BAND
                   STRING 'ELIGIBLE - TAPERED <' WS-RATE-DISPLAY '%'
                       DELIMITED BY SIZE INTO WS-AS-TEXT
           END-EVALUATE
           .

       OPEN-APPLICATION-FILE.
           MOVE SPACES TO WS-APPLY-PATH
           STRING 'hr-cobol/data/export/eikeizok_'
                  WS-MONTH '.dat'
               DELIMITED BY SIZE INTO WS-APPLY-PATH
           OPEN OUTPUT APPLY-FILE
           IF NOT APL-FILE-OK
               DISPLAY 'WARNING: Cannot write ' WS-APPLY-PATH
               MOVE 'N' TO WS-APPLY-SW
           END-IF
           .

       WRITE-APPLICATION-ROW.
           MOVE SPACES TO APPLY-RECORD
           MOVE 'K' TO APL-REC-TYPE
           MOVE WS-RE-EMP-ID(WS-RE-IDX) TO APL-EMP-ID
           MOVE WS-RE-ORIG-ID(WS-RE-IDX) TO APL-ORIG-EMP-ID
           MOVE WS-RE-KANA-LAST(WS-RE-IDX) TO APL-KANA-LAST
           MOVE WS-RE-KANA-FIRST(WS-RE-IDX) TO APL-KANA-FIRST
           MOVE WS-RE-BIRTH(WS-RE-IDX) TO APL-BIRTH-DATE
           MOVE WS-RE-RETIRE-DATE(WS-RE-IDX) TO APL-RETIRE-DATE
           MOVE WS-RE-WAGE-60(WS-RE-IDX) TO APL-WAGE-AT-60
           MOVE WS-PRIOR-MONTH TO APL-MONTH-1
           MOVE 0 TO APL-WAGE-1
           IF WS-RE-WAGE-M1(WS-RE-IDX) > 0
               MOVE WS-RE-WAGE-M1(WS-RE-IDX) TO APL-WAGE-1
           END-IF
           MOVE WS-RATIO-1 TO APL-RATIO-1
           MOVE WS-BAND-1 TO APL-BAND-1
           MOVE WS-MONTH TO APL-MONTH-2
           MOVE 0 TO APL-WAGE-2
           IF WS-RE-WAGE-M2(WS-RE-IDX) > 0
               MOVE WS-RE-WAGE-M2(WS-RE-IDX) TO APL-WAGE-2
           END-IF
           MOVE WS-AS-RATIO TO APL-RATIO-2
           MOVE WS-AS-BAND TO APL-BAND-2
           MOVE WS-RE-COMPANY(WS-RE-IDX) TO APL-COMPANY
           WRITE APPLY-RECORD
           ADD 1 TO WS-APPLY-COUNT
           .

      * REGISTER-RUN-START: Registers this run with the central run
      * control, guarded against a duplicate same-parameter run;
      * the caller checks for the 409 block.
       REGISTER-RUN-START.
           MOVE SPACES TO WS-RUN-PARM
           MOVE WS-MONTH TO WS-RUN-PARM
           INITIALIZE RUNCTL-SVC-REQ
           INITIALIZE RUNCTL-SVC-RES
           SET OP-START OF RUNCTL-SVC-REQ TO TRUE
           MOVE 'EIKEIZOK' TO USER-ID OF RUNCTL-SVC-REQ
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

      * REGISTER-RUN-END: Closes the registered run out with this
      * run's counts and outcome.
       REGISTER-RUN-END.
           INITIALIZE RUNCTL-SVC-REQ
           INITIALIZE RUNCTL-SVC-RES
           SET OP-END OF RUNCTL-SVC-REQ TO TRUE
           MOVE 'EIKEIZOK' TO USER-ID OF RUNCTL-SVC-REQ
           MOVE SPACES TO CORR-ID OF RUNCTL-SVC-REQ
           MOVE WS-PROGRAM-NAME(1:8) TO Q-JOB-NAME OF RUNCTL-SVC-REQ
           MOVE WS-RUN-PARM TO Q-RUN-PARM OF RUNCTL-SVC-REQ
           MOVE WS-RUN-START-TS
               TO Q-START-TIMESTAMP OF RUNCTL-SVC-REQ
           MOVE WS-RE-COUNT TO Q-TOTAL-COUNT OF RUNCTL-SVC-REQ
           COMPUTE Q-SUCCESS-COUNT OF RUNCTL-SVC-REQ =
               WS-RE-COUNT - WS-W60-FAILED-COUNT
           MOVE WS-W60-FAILED-COUNT TO Q-FAILED-COUNT OF RUNCTL-SVC-REQ
           MOVE 'C' TO Q-OUTCOME OF RUNCTL-SVC-REQ
           CALL 'RUNCTL-SVC' USING RUNCTL-SVC-REQ RUNCTL-SVC-RES
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

       END PROGRAM EIKEIZOK.
