       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAVREMIT.
      ******************************************************************
      * SAVREMIT - Monthly Savings-Plan Contribution Remittance
      * Purpose: Totals the period's savings-plan deductions - the
      *          shareholding association and the property-
      *          accumulation plans - per trustee and plan, from the
      *          SAVINGS lines CALCULATE-PAYROLL wrote on the
      *          period's approved regular and bonus runs, with the
      *          stock plan's company incentive shown apart. The
      *          contribution file for the trustees goes onto the
      *          transmission register, and a per-member listing
      *          prints to reconcile against each trustee's
      *          statement. Lines on a payroll calculated but not yet
      *          approved are left out and the payroll prints
      *          flagged, so the file is re-run once it is approved.
      * Input: hr-cobol/data/savings.dat
      *        hr-cobol/data/payroll.dat
      *        hr-cobol/data/paydtl.dat
      *        hr-cobol/data/employees.dat (via EMP-SVC)
      * Output: hr-cobol/data/reports/SAVREMIT.rpt (via RPT-PRINT)
      *         hr-cobol/data/export/savremit_<YYYYMM>.dat
      *          Detail  1-1  'D'
      *                  2-9  TRUSTEE-CODE
      *                 10-10 PLAN-TYPE
      *                 11-19 EMP-ID
      *                 20-31 MEMBER-NO
      *                 32-37 PAY-PERIOD
      *                 38-48 monthly contribution (2 implied dec.)
      *                 49-59 bonus contribution (2 implied dec.)
      *                 60-70 company incentive (2 implied dec.)
      *          Trailer 1-1  'T'
      *                  2-7  detail count
      *                  8-22 remittance total (2 implied decimals)
      * Parm: SAVREMIT_PERIOD environment variable (YYYYMM, required)
      * Return code: 0 all remitted, 4 savings lines held back on an
      *              unapproved payroll or without an enrollment,
      *              8 parm or file error
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAVINGS-FILE
               ASSIGN TO 'hr-cobol/data/savings.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAV-FILE-STATUS.

           SELECT PAYROLL-FILE
               ASSIGN TO 'hr-cobol/data/payroll.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-FILE-STATUS.

           SELECT PAYDTL-FILE
               ASSIGN TO 'hr-cobol/data/paydtl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DTL-FILE-STATUS.

           SELECT REMIT-FILE
               ASSIGN TO DYNAMIC WS-REMIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RMT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SAVINGS-FILE.
       01  SAVINGS-RECORD          PIC X(200).

       FD  PAYROLL-FILE.
       01  PAYROLL-RECORD          PIC X(1000).

       FD  PAYDTL-FILE.
       01  PAYDTL-RECORD           PIC X(200).

       FD  REMIT-FILE.
       01  REMIT-RECORD            PIC X(80).
       01  REMIT-DETAIL REDEFINES REMIT-RECORD.
           05  RMT-REC-TYPE        PIC X.
           05  RMT-TRUSTEE-CODE    PIC X(8).
           05  RMT-PLAN-TYPE       PIC X.
           05  RMT-EMP-ID          PIC 9(9).
           05  RMT-MEMBER-NO       PIC X(12).
           05  RMT-PERIOD          PIC 9(6).
           05  RMT-MONTHLY         PIC 9(9)V99.
           05  RMT-BONUS           PIC 9(9)V99.
           05  RMT-INCENTIVE       PIC 9(9)V99.
           05  FILLER              PIC X(10).
       01  REMIT-TRAILER REDEFINES REMIT-RECORD.
           05  RMT-TRL-TYPE        PIC X.
           05  RMT-TRL-COUNT       PIC 9(6).
           05  RMT-TRL-TOTAL       PIC 9(13)V99.
           05  FILLER              PIC X(58).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'SAVREMIT'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

      * As-of date that resolves an employee's latest version even
      * after termination
       78  LATEST-VERSION-DATE     VALUE 99999999.

      * LINE-CODE of a savings line is 'SAVINGS-' + PLAN-TYPE; the
      * stock incentive passed on to the association carries a
      * suffix after the plan type
       78  SAVINGS-LINE-PREFIX     VALUE 'SAVINGS-'.

       01  WS-SAV-FILE-STATUS      PIC XX.
           88  SAV-FILE-OK             VALUE '00'.
           88  SAV-FILE-EOF            VALUE '10'.
           88  SAV-FILE-NOT-FOUND      VALUE '35'.
       01  WS-PAY-FILE-STATUS      PIC XX.
           88  PAY-FILE-OK             VALUE '00'.
           88  PAY-FILE-EOF            VALUE '10'.
           88  PAY-FILE-NOT-FOUND      VALUE '35'.
       01  WS-DTL-FILE-STATUS      PIC XX.
           88  DTL-FILE-OK             VALUE '00'.
           88  DTL-FILE-EOF            VALUE '10'.
           88  DTL-FILE-NOT-FOUND      VALUE '35'.
       01  WS-RMT-FILE-STATUS      PIC XX.

       01  WS-REMIT-PATH           PIC X(60).

       01  WS-SAV-REC.
           COPY savings REPLACING ==05== BY ==10==.
       01  WS-PAY-REC.
           COPY payroll REPLACING ==05== BY ==10==.
       01  WS-DTL-REC.
           COPY paydtl REPLACING ==05== BY ==10==.

      * Working storage for EMP-SVC calls - the member's name on
      * the listing
           COPY emp-req.
           COPY emp-res.

      * Working storage for XMIT-SVC calls - the contribution file
      * lands on the transmission register
           COPY xmit-req.
           COPY xmit-res.

      * Print-file plumbing
       01  WS-RPT-OP               PIC X.
       01  WS-RPT-NAME             PIC X(8)  VALUE 'SAVREMIT'.
       01  WS-RPT-TITLE            PIC X(40)
           VALUE 'SAVINGS PLAN CONTRIBUTION REMITTANCE'.
       01  WS-RPT-OPERATOR         PIC X(16).
       01  WS-RPT-LINE             PIC X(100).
       01  WS-RPT-STATUS           PIC 9.

       01  WS-ENV-PERIOD           PIC X(10).
       01  WS-PERIOD               PIC 9(6) VALUE 0.
       01  WS-PERIOD-YY            PIC 9(4).
       01  WS-PERIOD-MM            PIC 9(2).

      * Enrollments on file, one per employee and plan, carrying the
      * period's remittance
       78  MAX-MEMBERS             VALUE 5000.
       01  WS-MBR-COUNT            PIC 9(5) VALUE 0.
       01  WS-MBR-TABLE.
           05  WS-MBR-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-MBR-IDX.
               10  WS-MT-KEY.
                   15  WS-MT-EMP-ID    PIC 9(9).
                   15  WS-MT-PLAN      PIC X.
               10  WS-MT-TRUSTEE   PIC X(8).
               10  WS-MT-MEMBER-NO PIC X(12).
               10  WS-MT-NAME      PIC X(20).
               10  WS-MT-MONTHLY   PIC 9(9)V99.
               10  WS-MT-BONUS     PIC 9(9)V99.
               10  WS-MT-INCENTIVE PIC 9(9)V99.
       01  WS-LINE-KEY.
           05  WS-LK-EMP-ID        PIC 9(9).
           05  WS-LK-PLAN          PIC X.
       01  WS-MBR-FOUND-SW         PIC X.
           88  MBR-FOUND               VALUE 'Y'.
           88  MBR-NOT-FOUND           VALUE 'N'.

      * The period's regular and bonus payrolls, resolving a detail
      * line's PAY-ID to its run and approval
       78  MAX-PAYS                VALUE 20000.
       01  WS-PAY-COUNT            PIC 9(5) VALUE 0.
       01  WS-PAY-TABLE.
           05  WS-PAY-ENTRY OCCURS 20000 TIMES
                   INDEXED BY WS-PAY-IDX.
               10  WS-PT-PAY-ID        PIC 9(12).
               10  WS-PT-EMP-ID        PIC 9(9).
               10  WS-PT-RUN-TYPE      PIC X.
                   88  PT-BONUS-RUN        VALUE 'B'.
               10  WS-PT-APPROVED-SW   PIC X.
                   88  PT-APPROVED         VALUE 'Y'.
                   88  PT-NOT-APPROVED     VALUE 'N'.
               10  WS-PT-HELD          PIC 9(9)V99.
       01  WS-PAY-FOUND-SW         PIC X.
           88  PAY-FOUND               VALUE 'Y'.
           88  PAY-NOT-FOUND           VALUE 'N'.

      * Trustee totals, one per trustee and plan
       78  MAX-TRUSTEES            VALUE 100.
       01  WS-TRS-COUNT            PIC 9(3) VALUE 0.
       01  WS-TRS-TABLE.
           05  WS-TRS-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-TRS-IDX.
               10  WS-TT-TRUSTEE   PIC X(8).
               10  WS-TT-PLAN      PIC X.
               10  WS-TT-MEMBERS   PIC 9(5).
               10  WS-TT-MONTHLY   PIC 9(11)V99.
               10  WS-TT-BONUS     PIC 9(11)V99.
               10  WS-TT-INCENTIVE PIC 9(11)V99.
       01  WS-TRS-FOUND-SW         PIC X.
           88  TRS-FOUND               VALUE 'Y'.
           88  TRS-NOT-FOUND           VALUE 'N'.

       01  WS-MEMBER-TOTAL         PIC 9(11)V99.
       01  WS-TRUSTEE-TOTAL        PIC 9(13)V99.
       01  WS-REMIT-COUNT          PIC 9(6) VALUE 0.
       01  WS-REMIT-TOTAL          PIC 9(13)V99 VALUE 0.
       01  WS-HELD-COUNT           PIC 9(5) VALUE 0.
       01  WS-UNMATCHED-COUNT      PIC 9(5) VALUE 0.

      * Display fields
       01  WS-AMT-DISPLAY          PIC ZZZ,ZZZ,ZZ9.
       01  WS-AMT-DISPLAY-2        PIC ZZZ,ZZZ,ZZ9.
       01  WS-AMT-DISPLAY-3        PIC ZZZ,ZZZ,ZZ9.
       01  WS-TOT-DISPLAY          PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.
       01  WS-PLAN-TEXT            PIC X(22).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'SAVREMIT - Savings Plan Remittance v' WS-VERSION

           ACCEPT WS-ENV-PERIOD FROM ENVIRONMENT 'SAVREMIT_PERIOD'
           IF WS-ENV-PERIOD(1:6) IS NUMERIC
               MOVE WS-ENV-PERIOD(1:6) TO WS-PERIOD
           END-IF
           DIVIDE WS-PERIOD BY 100
               GIVING WS-PERIOD-YY REMAINDER WS-PERIOD-MM
           IF WS-PERIOD = 0 OR WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
               DISPLAY 'ERROR: SAVREMIT_PERIOD (YYYYMM) is required'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'Remitting period ' WS-PERIOD

           PERFORM LOAD-ENROLLMENTS
           PERFORM LOAD-PAYROLLS
           IF WS-PAY-COUNT > 0 AND WS-MBR-COUNT > 0
               PERFORM SWEEP-SAVINGS-LINES
           END-IF
           PERFORM TOTAL-ONE-MEMBER
               VARYING WS-MBR-IDX FROM 1 BY 1
               UNTIL WS-MBR-IDX > WS-MBR-COUNT

           PERFORM PRINT-LISTING
           PERFORM WRITE-REMIT-FILE

           MOVE WS-REMIT-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Members remitted:      ' WS-COUNT-DISPLAY
           MOVE WS-REMIT-TOTAL TO WS-TOT-DISPLAY
           DISPLAY 'Remittance total:      ' WS-TOT-DISPLAY
           MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Held - not approved:   ' WS-COUNT-DISPLAY
           MOVE WS-UNMATCHED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Lines not enrolled:    ' WS-COUNT-DISPLAY
           IF WS-HELD-COUNT > 0 OR WS-UNMATCHED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      * LOAD-ENROLLMENTS: Every enrollment on file - a withdrawn one
      * may still have deducted in the period - with its trustee and
      * member number.
       LOAD-ENROLLMENTS.
           OPEN INPUT SAVINGS-FILE
           IF SAV-FILE-NOT-FOUND
               DISPLAY 'No savings enrollments on file.'
               EXIT PARAGRAPH
           END-IF
           IF NOT SAV-FILE-OK
               DISPLAY 'ERROR: Cannot open savings file.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL SAV-FILE-EOF
               READ SAVINGS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SAVINGS-RECORD TO WS-SAV-REC
                       PERFORM TAKE-ONE-ENROLLMENT
               END-READ
           END-PERFORM

           CLOSE SAVINGS-FILE
           .

       TAKE-ONE-ENROLLMENT.
           IF WS-MBR-COUNT >= MAX-MEMBERS
               DISPLAY 'WARNING: member table full - EMP '
                   EMP-ID OF WS-SAV-REC ' not remitted'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-MBR-COUNT
           SET WS-MBR-IDX TO WS-MBR-COUNT
           INITIALIZE WS-MBR-ENTRY(WS-MBR-IDX)
           MOVE EMP-ID OF WS-SAV-REC TO WS-MT-EMP-ID(WS-MBR-IDX)
           MOVE PLAN-TYPE OF WS-SAV-REC TO WS-MT-PLAN(WS-MBR-IDX)
           MOVE TRUSTEE-CODE OF WS-SAV-REC
               TO WS-MT-TRUSTEE(WS-MBR-IDX)
           MOVE MEMBER-NO OF WS-SAV-REC
               TO WS-MT-MEMBER-NO(WS-MBR-IDX)
           .

      * LOAD-PAYROLLS: The period's regular and bonus payrolls that
      * carry deductions - approved, paid or closed ones remit, one
      * calculated but not yet approved is held back.
       LOAD-PAYROLLS.
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
                               AND (RUN-REGULAR OF WS-PAY-REC
                                   OR RUN-BONUS OF WS-PAY-REC)
                               AND (PAY-CALCULATED OF WS-PAY-REC
                                   OR PAY-APPROVED OF WS-PAY-REC
                                   OR PAY-PAID OF WS-PAY-REC
                                   OR PAY-CLOSED OF WS-PAY-REC)
                           PERFORM TAKE-ONE-PAYROLL
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PAYROLL-FILE
           .

       TAKE-ONE-PAYROLL.
           IF WS-PAY-COUNT >= MAX-PAYS
               DISPLAY 'WARNING: payroll table full - PAY-ID '
                   PAY-ID OF WS-PAY-REC ' not remitted'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PAY-COUNT
           SET WS-PAY-IDX TO WS-PAY-COUNT
           MOVE PAY-ID OF WS-PAY-REC TO WS-PT-PAY-ID(WS-PAY-IDX)
           MOVE EMP-ID OF WS-PAY-REC TO WS-PT-EMP-ID(WS-PAY-IDX)
           MOVE PAY-RUN-TYPE OF WS-PAY-REC
               TO WS-PT-RUN-TYPE(WS-PAY-IDX)
           MOVE 0 TO WS-PT-HELD(WS-PAY-IDX)
           IF PAY-CALCULATED OF WS-PAY-REC
               SET PT-NOT-APPROVED(WS-PAY-IDX) TO TRUE
           ELSE
               SET PT-APPROVED(WS-PAY-IDX) TO TRUE
           END-IF
           .

      * SWEEP-SAVINGS-LINES: Every SAVINGS line of the period's
      * payrolls, folded into its member's monthly or bonus
      * contribution - or the incentive - by run type.
       SWEEP-SAVINGS-LINES.
           OPEN INPUT PAYDTL-FILE
           IF DTL-FILE-NOT-FOUND
               DISPLAY 'No payroll detail lines on file.'
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
                       IF LINE-SAVINGS OF WS-DTL-REC
                               AND LINE-CODE OF WS-DTL-REC(1:8)
                                   = SAVINGS-LINE-PREFIX
                           PERFORM FOLD-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PAYDTL-FILE
           .

       FOLD-ONE-LINE.
           SET PAY-NOT-FOUND TO TRUE
           SET WS-PAY-IDX TO 1
           SEARCH WS-PAY-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PAY-IDX > WS-PAY-COUNT
                   CONTINUE
               WHEN WS-PT-PAY-ID(WS-PAY-IDX) = PAY-ID OF WS-DTL-REC
                   SET PAY-FOUND TO TRUE
           END-SEARCH
           IF PAY-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           IF PT-NOT-APPROVED(WS-PAY-IDX)
               IF WS-PT-HELD(WS-PAY-IDX) = 0
                   ADD 1 TO WS-HELD-COUNT
               END-IF
               ADD LINE-AMOUNT OF WS-DTL-REC TO WS-PT-HELD(WS-PAY-IDX)
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PT-EMP-ID(WS-PAY-IDX) TO WS-LK-EMP-ID
           MOVE LINE-CODE OF WS-DTL-REC(9:1) TO WS-LK-PLAN
           SET MBR-NOT-FOUND TO TRUE
           SET WS-MBR-IDX TO 1
           SEARCH WS-MBR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-MBR-IDX > WS-MBR-COUNT
                   CONTINUE
               WHEN WS-MT-KEY(WS-MBR-IDX) = WS-LINE-KEY
                   SET MBR-FOUND TO TRUE
           END-SEARCH
           IF MBR-NOT-FOUND
               ADD 1 TO WS-UNMATCHED-COUNT
               DISPLAY 'WARNING: no enrollment for savings line - EMP '
                   WS-LK-EMP-ID ' PLAN ' WS-LK-PLAN
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN LINE-CODE OF WS-DTL-REC(10:1) NOT = SPACE
                   ADD LINE-AMOUNT OF WS-DTL-REC
                       TO WS-MT-INCENTIVE(WS-MBR-IDX)
               WHEN PT-BONUS-RUN(WS-PAY-IDX)
                   ADD LINE-AMOUNT OF WS-DTL-REC
                       TO WS-MT-BONUS(WS-MBR-IDX)
               WHEN OTHER
                   ADD LINE-AMOUNT OF WS-DTL-REC
                       TO WS-MT-MONTHLY(WS-MBR-IDX)
           END-EVALUATE
           .

      * TOTAL-ONE-MEMBER: A member with anything to remit counts
      * into the trustee and plan totals, and gets a name for the
      * listing.
       TOTAL-ONE-MEMBER.
           COMPUTE WS-MEMBER-TOTAL = WS-MT-MONTHLY(WS-MBR-IDX)
               + WS-MT-BONUS(WS-MBR-IDX) + WS-MT-INCENTIVE(WS-MBR-IDX)
           IF WS-MEMBER-TOTAL = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-REMIT-COUNT
           ADD WS-MEMBER-TOTAL TO WS-REMIT-TOTAL

           INITIALIZE EMP-SVC-REQ
           INITIALIZE EMP-SVC-RES
           MOVE 'F' TO OP-CODE OF EMP-SVC-REQ
           MOVE 'SAVREMIT' TO USER-ID OF EMP-SVC-REQ
           MOVE LATEST-VERSION-DATE TO AS-OF-DATE OF EMP-SVC-REQ
           MOVE SPACES TO CORR-ID OF EMP-SVC-REQ
           MOVE WS-MT-EMP-ID(WS-MBR-IDX) TO Q-EMP-ID OF EMP-SVC-REQ
           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES
           IF OK OF EMP-SVC-RES
               MOVE LAST-NAME OF OUT-EMP OF EMP-SVC-RES
                   TO WS-MT-NAME(WS-MBR-IDX)
           END-IF

           PERFORM FIND-OR-ADD-TRUSTEE
           IF TRS-FOUND
               ADD 1 TO WS-TT-MEMBERS(WS-TRS-IDX)
               ADD WS-MT-MONTHLY(WS-MBR-IDX)
                   TO WS-TT-MONTHLY(WS-TRS-IDX)
               ADD WS-MT-BONUS(WS-MBR-IDX) TO WS-TT-BONUS(WS-TRS-IDX)
               ADD WS-MT-INCENTIVE(WS-MBR-IDX)
                   TO WS-TT-INCENTIVE(WS-TRS-IDX)
           END-IF
           .

       FIND-OR-ADD-TRUSTEE.
           SET TRS-NOT-FOUND TO TRUE
           SET WS-TRS-IDX TO 1
           SEARCH WS-TRS-ENTRY
               AT END
                   CONTINUE
               WHEN WS-TRS-IDX > WS-TRS-COUNT
                   IF WS-TRS-COUNT < MAX-TRUSTEES
                       ADD 1 TO WS-TRS-COUNT
                       INITIALIZE WS-TRS-ENTRY(WS-TRS-IDX)
                       MOVE WS-MT-TRUSTEE(WS-MBR-IDX)
                           TO WS-TT-TRUSTEE(WS-TRS-IDX)
                       MOVE WS-MT-PLAN(WS-MBR-IDX)
                           TO WS-TT-PLAN(WS-TRS-IDX)
                       SET TRS-FOUND TO TRUE
                   ELSE
                       DISPLAY 'WARNING: trustee table full - '
                           WS-MT-TRUSTEE(WS-MBR-IDX) ' not totalled'
                   END-IF
               WHEN WS-TT-TRUSTEE(WS-TRS-IDX)
                       = WS-MT-TRUSTEE(WS-MBR-IDX)
                   AND WS-TT-PLAN(WS-TRS-IDX) = WS-MT-PLAN(WS-MBR-IDX)
                   SET TRS-FOUND TO TRUE
           END-SEARCH
           .

      * PRINT-LISTING: Per trustee and plan, each member's monthly
      * and bonus contribution and incentive with the totals the
      * trustee's statement should agree to, then the payrolls held
      * back for approval.
       PRINT-LISTING.
           PERFORM OPEN-PRINT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CONTRIBUTIONS FOR PERIOD ' WS-PERIOD
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           IF WS-TRS-COUNT = 0
               MOVE SPACES TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
               MOVE '  (no contributions for the period)'
                   TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
           END-IF
           PERFORM PRINT-ONE-TRUSTEE
               VARYING WS-TRS-IDX FROM 1 BY 1
               UNTIL WS-TRS-IDX > WS-TRS-COUNT

           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-REMIT-TOTAL TO WS-TOT-DISPLAY
           STRING 'TOTAL REMITTANCE ALL TRUSTEES                 '
                  '         ' WS-TOT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           IF WS-HELD-COUNT > 0
               MOVE SPACES TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
               MOVE 'PAYROLL NOT YET APPROVED - CONTRIBUTIONS HELD BACK'
                   TO WS-RPT-LINE
               PERFORM EMIT-PRINT-LINE
               PERFORM PRINT-ONE-HELD
                   VARYING WS-PAY-IDX FROM 1 BY 1
                   UNTIL WS-PAY-IDX > WS-PAY-COUNT
           END-IF

           PERFORM CLOSE-PRINT-FILE
           .

       PRINT-ONE-TRUSTEE.
           EVALUATE WS-TT-PLAN(WS-TRS-IDX)
               WHEN 'K'
                   MOVE 'EMPLOYEE SHAREHOLDING' TO WS-PLAN-TEXT
               WHEN 'P'
                   MOVE 'PENSION SAVINGS' TO WS-PLAN-TEXT
               WHEN 'H'
                   MOVE 'HOUSING SAVINGS' TO WS-PLAN-TEXT
               WHEN OTHER
                   MOVE 'GENERAL SAVINGS' TO WS-PLAN-TEXT
           END-EVALUATE

           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           STRING 'TRUSTEE ' WS-TT-TRUSTEE(WS-TRS-IDX)
                  '  PLAN ' WS-TT-PLAN(WS-TRS-IDX) ' '
                  WS-PLAN-TEXT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           STRING '     EMP-ID  NAME                 MEMBER-NO    '
                  '     MONTHLY       BONUS   INCENTIVE'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE

           PERFORM PRINT-ONE-MEMBER
               VARYING WS-MBR-IDX FROM 1 BY 1
               UNTIL WS-MBR-IDX > WS-MBR-COUNT

           MOVE WS-TT-MEMBERS(WS-TRS-IDX) TO WS-COUNT-DISPLAY
           MOVE WS-TT-MONTHLY(WS-TRS-IDX) TO WS-AMT-DISPLAY
           MOVE WS-TT-BONUS(WS-TRS-IDX) TO WS-AMT-DISPLAY-2
           MOVE WS-TT-INCENTIVE(WS-TRS-IDX) TO WS-AMT-DISPLAY-3
           STRING '     ' WS-COUNT-DISPLAY ' MEMBERS'
                  '                         '
                  WS-AMT-DISPLAY ' '
                  WS-AMT-DISPLAY-2 ' '
                  WS-AMT-DISPLAY-3
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           COMPUTE WS-TRUSTEE-TOTAL = WS-TT-MONTHLY(WS-TRS-IDX)
               + WS-TT-BONUS(WS-TRS-IDX) + WS-TT-INCENTIVE(WS-TRS-IDX)
           MOVE WS-TRUSTEE-TOTAL TO WS-TOT-DISPLAY
           STRING '     TRUSTEE TOTAL                            '
                  '          ' WS-TOT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

       PRINT-ONE-MEMBER.
           IF WS-MT-TRUSTEE(WS-MBR-IDX) NOT = WS-TT-TRUSTEE(WS-TRS-IDX)
                   OR WS-MT-PLAN(WS-MBR-IDX)
                       NOT = WS-TT-PLAN(WS-TRS-IDX)
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MEMBER-TOTAL = WS-MT-MONTHLY(WS-MBR-IDX)
               + WS-MT-BONUS(WS-MBR-IDX) + WS-MT-INCENTIVE(WS-MBR-IDX)
           IF WS-MEMBER-TOTAL = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-MT-MONTHLY(WS-MBR-IDX) TO WS-AMT-DISPLAY
           MOVE WS-MT-BONUS(WS-MBR-IDX) TO WS-AMT-DISPLAY-2
           MOVE WS-MT-INCENTIVE(WS-MBR-IDX) TO WS-AMT-DISPLAY-3
           STRING '  ' WS-MT-EMP-ID(WS-MBR-IDX) '  '
                  WS-MT-NAME(WS-MBR-IDX) ' '
                  WS-MT-MEMBER-NO(WS-MBR-IDX) ' '
                  WS-AMT-DISPLAY ' '
                  WS-AMT-DISPLAY-2 ' '
                  WS-AMT-DISPLAY-3
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

       PRINT-ONE-HELD.
           IF PT-APPROVED(WS-PAY-IDX) OR WS-PT-HELD(WS-PAY-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PT-HELD(WS-PAY-IDX) TO WS-AMT-DISPLAY
           STRING '*** ' WS-PT-EMP-ID(WS-PAY-IDX)
                  '  PAY-ID ' WS-PT-PAY-ID(WS-PAY-IDX)
                  '  RUN ' WS-PT-RUN-TYPE(WS-PAY-IDX)
                  '  held ' WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-PRINT-LINE
           .

      * WRITE-REMIT-FILE: The trustees' contribution rows - written
      * even when empty so a re-run replaces an earlier period file.
       WRITE-REMIT-FILE.
           MOVE SPACES TO WS-REMIT-PATH
           STRING 'hr-cobol/data/export/savremit_'
                  WS-PERIOD '.dat'
               DELIMITED BY SIZE INTO WS-REMIT-PATH

           OPEN OUTPUT REMIT-FILE
           IF WS-RMT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open remittance file'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-ONE-MEMBER
               VARYING WS-MBR-IDX FROM 1 BY 1
               UNTIL WS-MBR-IDX > WS-MBR-COUNT

      *    Trailer: detail count and remittance total
           MOVE SPACES TO REMIT-RECORD
           MOVE 'T' TO RMT-TRL-TYPE
           MOVE WS-REMIT-COUNT TO RMT-TRL-COUNT
           MOVE WS-REMIT-TOTAL TO RMT-TRL-TOTAL
           WRITE REMIT-RECORD

           CLOSE REMIT-FILE
           DISPLAY 'Remittance file: ' WS-REMIT-PATH

      *    Onto the transmission register with the remittance total
      *    as its hash
           INITIALIZE XMIT-SVC-REQ
           INITIALIZE XMIT-SVC-RES
           SET OP-REGISTER OF XMIT-SVC-REQ TO TRUE
           MOVE 'SAVREMIT' TO USER-ID OF XMIT-SVC-REQ
           MOVE SPACES TO CORR-ID OF XMIT-SVC-REQ
           MOVE 'SAVREMIT' TO XMIT-JOB OF IN-XMIT OF XMIT-SVC-REQ
           MOVE WS-REMIT-PATH(15:40)
               TO XMIT-FILE-NAME OF IN-XMIT OF XMIT-SVC-REQ
           MOVE WS-REMIT-COUNT
               TO XMIT-RECORD-COUNT OF IN-XMIT OF XMIT-SVC-REQ
           MOVE WS-REMIT-TOTAL
               TO XMIT-HASH-TOTAL OF IN-XMIT OF XMIT-SVC-REQ

           CALL 'XMIT-SVC' USING XMIT-SVC-REQ XMIT-SVC-RES

           IF OK OF XMIT-SVC-RES
               DISPLAY 'Registered as generation '
                   GEN-NUMBER OF OUT-XMIT OF XMIT-SVC-RES
           END-IF
           .

       WRITE-ONE-MEMBER.
           COMPUTE WS-MEMBER-TOTAL = WS-MT-MONTHLY(WS-MBR-IDX)
               + WS-MT-BONUS(WS-MBR-IDX) + WS-MT-INCENTIVE(WS-MBR-IDX)
           IF WS-MEMBER-TOTAL = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REMIT-RECORD
           MOVE 'D' TO RMT-REC-TYPE
           MOVE WS-MT-TRUSTEE(WS-MBR-IDX) TO RMT-TRUSTEE-CODE
           MOVE WS-MT-PLAN(WS-MBR-IDX) TO RMT-PLAN-TYPE
           MOVE WS-MT-EMP-ID(WS-MBR-IDX) TO RMT-EMP-ID
           MOVE WS-MT-MEMBER-NO(WS-MBR-IDX) TO RMT-MEMBER-NO
           MOVE WS-PERIOD TO RMT-PERIOD
           MOVE WS-MT-MONTHLY(WS-MBR-IDX) TO RMT-MONTHLY
           MOVE WS-MT-BONUS(WS-MBR-IDX) TO RMT-BONUS
           MOVE WS-MT-INCENTIVE(WS-MBR-IDX) TO RMT-INCENTIVE
           WRITE REMIT-RECORD
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

       END PROGRAM SAVREMIT.
