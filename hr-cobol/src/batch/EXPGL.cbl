      ******************************************************************
      * EXPGL - Export General Ledger Postings
      * Purpose: For a pay period, aggregate approved/paid payroll
      *          records into balanced journal lines - expense debits
      *          by the employee's department, liability and net-pay
      *          clearing credits at company level - so accounting
      *          stops re-keying the printed register.
      *          Every line's account comes from the GL account
      *          mapping master (GLMAP-SVC): each payroll detail
      *          line posts to the account mapped for its line type
      *          and code - resident tax, income tax, each premium,
      *          garnishments, loans and savings plans to their own
      *          liabilities, allowances to their own expense - and
      *          the gross and deductions no detail line itemizes,
      *          the net pay, the employer contributions and the
      *          recharges post to the reserved mapping rows. A
      *          line that maps to no account rejects the run: each
      *          one is listed, and no file is written until the
      *          mapping is maintained.
      *          The posting file is only written after the journal
      *          proves in balance; an out-of-balance run aborts with
      *          no file rather than handing the GL a partial batch.
      *          Seconded staff's recharge rows from SECRCHG for the
      *          period, when that file exists, post as a receivable
      *          from each host against cost recovery in the home
      *          department - SECRCHG runs first.
      * Input: hr-cobol/data/payroll.dat
      *        hr-cobol/data/paydtl.dat
      *        hr-cobol/data/employees.dat (via EMP-SVC)
      *        hr-cobol/data/glmap.dat (via GLMAP-SVC)
      *        hr-cobol/data/export/secrchg_<YYYYMM>.dat
      * Output: hr-cobol/data/export/glpost.dat
      *          Detail  1-1  '1'
      *                  2-2  D/C indicator - an account's net for
      *                       the department, debit or credit by
      *                       its sign
      *                  3-6  account code, from the mapping master
      *                  7-12 DEPT-ID (the charged department on
      *                       expense lines, split by FTE on a
      *                       concurrent assignment; zero for
      *                       liabilities and clearing, which post
      *                       at company level, and for receivables;
      *                       the home department on cost recovery)
      *                 13-18 PAY-PERIOD
      *                 19-31 amount (13 digits, 2 implied decimals)
      *                 32-35 the entity's GL prefix from the company
      *                       master (spaces on a single-entity
      *                       installation)
      *                 36-40 host code on intercompany receivable
      *                       lines
      *          Trailer 1-1  '9'
      *                  2-14 debit total
      *                 15-27 credit total
      *       COMPANY_CODE environment variable (the legal entity to
      *       extract, default 01; payroll records carrying spaces
      *       read as 01)
      *       RUNCTL_OVERRIDE=Y re-extracts a period and entity whose
      *       posting run already completed
      * Run control: the posting extract registers under the period
      *       and company, the way EXPPAY does; a run that writes no
      *       posting file closes out failed
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

           SELECT PAYDTL-FILE
               ASSIGN TO 'hr-cobol/data/paydtl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DTL-FILE-STATUS.

           SELECT EMPLOYEE-IN-FILE
               ASSIGN TO 'hr-cobol/data/employees.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPF-STATUS.

           SELECT RECHARGE-FILE
               ASSIGN TO DYNAMIC WS-RECHARGE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCG-FILE-STATUS.

           SELECT ACCRUAL-FILE
               ASSIGN TO 'hr-cobol/data/export/glaccrue.dat'
               ORGANIZATION IS LINE SEQUENTIAL
       FD  PAYROLL-FILE.
       01  PAYROLL-RECORD           PIC X(1000).

       FD  PAYDTL-FILE.
       01  PAYDTL-RECORD            PIC X(200).

       FD  POSTING-FILE.
       01  POSTING-RECORD           PIC X(40).
       01  POSTING-DETAIL REDEFINES POSTING-RECORD.
           05  GL-PERIOD            PIC 9(6).
           05  GL-AMOUNT            PIC 9(11)V99.
           05  GL-CO-PREFIX         PIC X(4).
           05  GL-PARTNER-CODE      PIC X(5).
       01  POSTING-TRAILER REDEFINES POSTING-RECORD.
           05  GL-TRL-TYPE          PIC X.
           05  GL-TRL-DEBITS        PIC 9(11)V99.
           05  GL-TRL-LINES         PIC 9(6).
           05  FILLER               PIC X(7).

      * SECRCHG's recharge rows - only the 'R' details are read
       FD  RECHARGE-FILE.
       01  RECHARGE-RECORD          PIC X(50).
       01  RECHARGE-DETAIL REDEFINES RECHARGE-RECORD.
           05  RCG-REC-TYPE         PIC X.
           05  RCG-COMPANY-CODE     PIC X(2).
           05  RCG-HOST-CODE        PIC X(5).
           05  RCG-HOST-TYPE        PIC X.
           05  RCG-EMP-ID           PIC 9(9).
           05  RCG-DEPT-ID          PIC 9(6).
           05  RCG-PERIOD           PIC 9(6).
           05  RCG-AMOUNT           PIC 9(11)V99.
           05  FILLER               PIC X(7).

       FD  EMPLOYEE-IN-FILE.
       01  EMPLOYEE-IN-RECORD       PIC X(1000).

           COPY emp-res.

      * Working storage for ASSIGN-SVC calls - a concurrent
      * assignment (kenmu) splits each expense line across its
      * departments by FTE instead of charging it all to the
      * primary; the last split absorbs the rounding residue so the
      * journal still balances to the record's gross
           COPY asg-req.
       01  WS-SPLIT-REMAINING       PIC S9(13)V99.
       01  WS-SPLIT-AMOUNT          PIC S9(13)V99.

      * Per-department accrual accumulators (accrual mode), with the
      * expense account each department's line resolved to
       78  MAX-GL-DEPTS             VALUE 500.
       01  WS-DEPT-COUNT            PIC 9(3) VALUE 0.
       01  WS-DEPT-TABLE.
                   INDEXED BY WS-GL-IDX.
               10  WS-GL-DEPT-ID        PIC 9(6).
               10  WS-GL-GROSS          PIC S9(13)V99.
               10  WS-GL-DEPT-ACCOUNT   PIC X(4).
       01  WS-GL-FOUND-SW           PIC X.
           88  GL-DEPT-FOUND            VALUE 'Y'.
           88  GL-DEPT-NOT-FOUND        VALUE 'N'.
       01  WS-WORK-DEPT-ID          PIC 9(6).

      * The period's payrolls - the amounts the detail lines do not
      * itemize are posted from here once the detail is swept, and
      * each payroll's departments and FTE shares charge its
      * expense lines
       78  MAX-GL-PAYS              VALUE 5000.
       01  WS-PAY-COUNT             PIC 9(4) VALUE 0.
       01  WS-GL-PAY-TABLE.
           05  WS-GL-PAY-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-PAY-IDX.
               10  WS-PT-PAY-ID         PIC 9(12).
               10  WS-PT-RUN-TYPE       PIC X.
               10  WS-PT-GROSS          PIC S9(13)V99.
               10  WS-PT-DEDUCT         PIC S9(13)V99.
               10  WS-PT-NET            PIC S9(13)V99.
               10  WS-PT-EMPLOYER       PIC S9(13)V99.
      *        What the payroll's earning/adjustment lines and its
      *        deduction lines itemized
               10  WS-PT-ITEM-EARN      PIC S9(13)V99.
               10  WS-PT-ITEM-DEDUCT    PIC S9(13)V99.
               10  WS-PT-SHARE-COUNT    PIC 9.
               10  WS-PT-SHARE OCCURS 5 TIMES.
                   15  WS-PT-SHARE-DEPT     PIC 9(6).
                   15  WS-PT-SHARE-PCT      PIC 9(3).
       01  WS-PAY-FOUND-SW          PIC X.
           88  PAY-FOUND                VALUE 'Y'.
           88  PAY-NOT-FOUND            VALUE 'N'.

      * Payroll detail lines - swept once, each posted to its mapped
      * account; K memo lines are neither paid nor deducted and
      * never post
       01  WS-DTL-FILE-STATUS       PIC XX.
           88  DTL-FILE-OK              VALUE '00'.
           88  DTL-FILE-EOF             VALUE '10'.
           88  DTL-FILE-NOT-FOUND       VALUE '35'.
       01  WS-DTL-REC.
           COPY paydtl REPLACING ==05== BY ==10==.
       01  WS-DTL-LINE-COUNT        PIC 9(7) VALUE 0.

      * Working storage for GLMAP-SVC calls - every account resolved
      * is kept, so each line type, code, run type and department
      * goes to the master once; a key that resolves to nothing is
      * kept too, and listed once
           COPY glmap-req.
           COPY glmap-res.
       78  MAX-GL-MAPS              VALUE 2000.
       01  WS-MAP-COUNT             PIC 9(4) VALUE 0.
       01  WS-MAP-TABLE.
           05  WS-GL-MAP-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-MAP-IDX.
               10  WS-MC-KEY            PIC X(28).
               10  WS-MC-ACCOUNT        PIC X(4).
               10  WS-MC-MAPPED-SW      PIC X.
                   88  MC-MAPPED            VALUE 'Y'.
       01  WS-MAP-KEY.
           05  WS-MAP-LINE-TYPE     PIC X.
           05  WS-MAP-LINE-CODE     PIC X(20).
           05  WS-MAP-RUN-TYPE      PIC X.
           05  WS-MAP-DEPT-ID       PIC 9(6).
       01  WS-MAP-ACCOUNT           PIC X(4).
       01  WS-MAP-SW                PIC X.
           88  MAP-RESOLVED             VALUE 'Y'.
           88  MAP-UNRESOLVED           VALUE 'N'.
       01  WS-UNMAPPED-COUNT        PIC 9(5) VALUE 0.

      * The journal - one signed net per account, department and
      * intercompany partner, debits positive. Each posting carries
      * its amount on its natural side in WS-POST-AMOUNT/-SIDE.
       78  MAX-GL-LINES             VALUE 3000.
       01  WS-JRN-COUNT             PIC 9(4) VALUE 0.
       01  WS-JRN-TABLE.
           05  WS-GL-JRN-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-JRN-IDX.
               10  WS-JE-KEY.
                   15  WS-JE-ACCOUNT        PIC X(4).
                   15  WS-JE-DEPT-ID        PIC 9(6).
                   15  WS-JE-PARTNER        PIC X(5).
               10  WS-JE-AMOUNT         PIC S9(13)V99.
       01  WS-JRN-KEY.
           05  WS-JK-ACCOUNT        PIC X(4).
           05  WS-JK-DEPT-ID        PIC 9(6).
           05  WS-JK-PARTNER        PIC X(5).
       01  WS-JRN-FOUND-SW          PIC X.
           88  JRN-FOUND                VALUE 'Y'.
           88  JRN-NOT-FOUND            VALUE 'N'.
       01  WS-POST-AMOUNT           PIC S9(13)V99.
       01  WS-POST-SIDE             PIC X.
           88  POST-DEBIT               VALUE 'D'.
           88  POST-CREDIT              VALUE 'C'.
       01  WS-TABLE-FULL-SW         PIC X VALUE 'N'.
           88  GL-TABLE-FULL            VALUE 'Y'.

      * Secondment recharge
       01  WS-RCG-FILE-STATUS       PIC XX.
           88  RCG-FILE-OK              VALUE '00'.
           88  RCG-FILE-EOF             VALUE '10'.
       01  WS-RECHARGE-PATH         PIC X(60).
       01  WS-RECHARGE-COUNT        PIC 9(6) VALUE 0.

      * Journal totals and the balancing proof
       01  WS-DEBIT-TOTAL           PIC S9(13)V99 VALUE 0.
       01  WS-CREDIT-TOTAL          PIC S9(13)V99 VALUE 0.
       01  WS-LINE-COUNT            PIC 9(6) VALUE 0.
       01  WS-EMP-WS-REC.
           COPY employee REPLACING ==05== BY ==10==.
       01  WS-EARNED-AMOUNT         PIC 9(11)V99.
      * The accrued wages liability account, from the mapping master
       01  WS-ACCRUED-WAGES-ACCOUNT PIC X(4).

      * Working storage for XMIT-SVC calls - every produced posting
      * or accrual file lands on the transmission register

           COPY co-req.
           COPY co-res.
      * Working storage for RUNCTL-SVC calls - duplicate-run guard
      * on the posting extract, keyed on period and company
           COPY runctl-req.
           COPY runctl-res.
       01  WS-RUN-PARM              PIC X(10).
       01  WS-RUN-START-TS          PIC 9(14).
       01  WS-ENV-OVERRIDE          PIC X(10).
       01  WS-RUN-OUTCOME           PIC X     VALUE 'F'.

       01  WS-XMIT-NAME             PIC X(40).
       01  WS-XMIT-COUNT            PIC 9(6).
       01  WS-XMIT-HASH             PIC 9(13)V99.
               STOP RUN
           END-IF

           PERFORM REGISTER-RUN-START
           IF NOT OK OF RUNCTL-SVC-RES
                   AND STATUS-CODE-N OF RUNCTL-SVC-RES = 409
               DISPLAY 'RUN BLOCKED: ' STATUS-MSG OF RUNCTL-SVC-RES
               DISPLAY 'Set RUNCTL_OVERRIDE=Y to run anyway.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'Aggregating postings for period '
               WS-PERIOD-FILTER


           IF WS-RECORD-COUNT = 0
               DISPLAY 'No approved/paid payroll for the period.'
               PERFORM REGISTER-RUN-END
               STOP RUN
           END-IF

      *    Itemized detail lines first, then what each payroll's
      *    lines leave unitemized, then the recharges
           PERFORM SWEEP-PAY-DETAIL
           PERFORM POST-PAYROLL-RESIDUALS
               VARYING WS-PAY-IDX FROM 1 BY 1
               UNTIL WS-PAY-IDX > WS-PAY-COUNT
           PERFORM LOAD-RECHARGES

      *    A line with no account mapping rejects the run - the
      *    unmapped keys were listed as they were met
           IF WS-UNMAPPED-COUNT > 0
               MOVE WS-UNMAPPED-COUNT TO WS-COUNT-DISPLAY
               DISPLAY 'UNMAPPED - ' WS-COUNT-DISPLAY
                   ' line key(s) with no GL account mapping'
               DISPLAY 'No posting file written - maintain the GL'
               DISPLAY 'account mapping and re-run.'
               MOVE 8 TO RETURN-CODE
               PERFORM REGISTER-RUN-END
               STOP RUN
           END-IF

           IF GL-TABLE-FULL
               DISPLAY 'No posting file written - a journal table'
               DISPLAY 'overflowed; the period cannot post whole.'
               MOVE 8 TO RETURN-CODE
               PERFORM REGISTER-RUN-END
               STOP RUN
           END-IF

      *    Prove the journal balances before anything is written:
      *    the debit lines (expense by department, and the
      *    receivables from secondment hosts) must equal the credit
      *    lines (the liabilities, net clearing and cost recovery)
           MOVE 0 TO WS-DEBIT-TOTAL
           MOVE 0 TO WS-CREDIT-TOTAL
           PERFORM SUM-JOURNAL-LINE
               VARYING WS-JRN-IDX FROM 1 BY 1
               UNTIL WS-JRN-IDX > WS-JRN-COUNT

           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               MOVE WS-DEBIT-TOTAL TO WS-AMT-DISPLAY
               DISPLAY 'No posting file written - investigate the'
               DISPLAY 'period''s records before re-running.'
               MOVE 8 TO RETURN-CODE
               PERFORM REGISTER-RUN-END
               STOP RUN
           END-IF

           PERFORM WRITE-POSTING-FILE
           IF RETURN-CODE = 8
               PERFORM REGISTER-RUN-END
               STOP RUN
           END-IF

           MOVE 'export/glpost.dat' TO WS-XMIT-NAME
           MOVE WS-LINE-COUNT TO WS-XMIT-COUNT
           MOVE WS-DEBIT-TOTAL TO WS-XMIT-HASH
           PERFORM REGISTER-TRANSMISSION
           MOVE 'C' TO WS-RUN-OUTCOME
           PERFORM REGISTER-RUN-END

           MOVE WS-RECORD-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Payroll records posted: ' WS-COUNT-DISPLAY
           MOVE WS-DTL-LINE-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Detail lines posted:    ' WS-COUNT-DISPLAY
           MOVE WS-RECHARGE-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Recharge rows posted:   ' WS-COUNT-DISPLAY
           MOVE WS-LINE-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'Journal lines written:  ' WS-COUNT-DISPLAY
           MOVE WS-DEBIT-TOTAL TO WS-AMT-DISPLAY
           CLOSE PAYROLL-FILE
           .

      * AGGREGATE-ONE-RECORD: Takes the payroll into the period's
      * table with the departments its expense charges - its active
      * concurrent assignments with their FTE shares, or wholly the
      * employee's department. A payroll whose employee cannot be
      * resolved charges department zero so the journal still
      * balances and the orphan is visible on its own line.
       AGGREGATE-ONE-RECORD.
           IF WS-PAY-COUNT >= MAX-GL-PAYS
               DISPLAY 'ERROR: payroll table full - PAY-ID '
                   PAY-ID OF WS-PAY-REC ' not posted'
               SET GL-TABLE-FULL TO TRUE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-RECORD-COUNT
           ADD 1 TO WS-PAY-COUNT
           SET WS-PAY-IDX TO WS-PAY-COUNT
           INITIALIZE WS-GL-PAY-ENTRY(WS-PAY-IDX)
           MOVE PAY-ID OF WS-PAY-REC TO WS-PT-PAY-ID(WS-PAY-IDX)
           MOVE PAY-RUN-TYPE OF WS-PAY-REC
               TO WS-PT-RUN-TYPE(WS-PAY-IDX)
           IF WS-PT-RUN-TYPE(WS-PAY-IDX) = SPACE
               MOVE 'R' TO WS-PT-RUN-TYPE(WS-PAY-IDX)
           END-IF
           MOVE GROSS-PAY OF WS-PAY-REC TO WS-PT-GROSS(WS-PAY-IDX)
           MOVE TOTAL-DEDUCTIONS OF WS-PAY-REC
               TO WS-PT-DEDUCT(WS-PAY-IDX)
           MOVE NET-PAY OF WS-PAY-REC TO WS-PT-NET(WS-PAY-IDX)
           MOVE EMPLOYER-COST OF WS-PAY-REC
               TO WS-PT-EMPLOYER(WS-PAY-IDX)

      *    Concurrent assignments split the expense by FTE; an
      *    employee without any charges wholly to the primary

           IF OK OF ASSIGN-SVC-RES
                   AND ACTIVE-COUNT OF ASSIGN-SVC-RES > 0
               MOVE ACTIVE-COUNT OF ASSIGN-SVC-RES
                   TO WS-PT-SHARE-COUNT(WS-PAY-IDX)
               PERFORM TAKE-ONE-SHARE
                   VARYING WS-SPLIT-IDX FROM 1 BY 1
                   UNTIL WS-SPLIT-IDX > ACTIVE-COUNT OF ASSIGN-SVC-RES
           ELSE
               PERFORM RESOLVE-EMPLOYEE-DEPT
               MOVE 1 TO WS-PT-SHARE-COUNT(WS-PAY-IDX)
               MOVE WS-WORK-DEPT-ID
                   TO WS-PT-SHARE-DEPT(WS-PAY-IDX, 1)
               MOVE 100 TO WS-PT-SHARE-PCT(WS-PAY-IDX, 1)
           END-IF
           .

       TAKE-ONE-SHARE.
           MOVE ACT-DEPT-ID OF ASSIGN-SVC-RES(WS-SPLIT-IDX)
               TO WS-PT-SHARE-DEPT(WS-PAY-IDX, WS-SPLIT-IDX)
           MOVE ACT-FTE-PERCENT OF ASSIGN-SVC-RES(WS-SPLIT-IDX)
               TO WS-PT-SHARE-PCT(WS-PAY-IDX, WS-SPLIT-IDX)
           .

       RESOLVE-EMPLOYEE-DEPT.
           END-IF
           .

      * SWEEP-PAY-DETAIL: Every detail line of the period's payrolls
      * posts to its mapped account - earning and adjustment lines
      * as expense by the payroll's departments, deduction lines as
      * liabilities at company level. Lines of other periods and
      * other entities fall out on the payroll table.
       SWEEP-PAY-DETAIL.
           OPEN INPUT PAYDTL-FILE
           IF DTL-FILE-NOT-FOUND
               DISPLAY 'No payroll detail file found.'
               EXIT PARAGRAPH
           END-IF
           IF NOT DTL-FILE-OK
               DISPLAY 'ERROR: Cannot open payroll detail file'
               MOVE 8 TO RETURN-CODE
               PERFORM REGISTER-RUN-END
               STOP RUN
           END-IF

           PERFORM UNTIL DTL-FILE-EOF
               READ PAYDTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PAYDTL-RECORD TO WS-DTL-REC
                       PERFORM POST-ONE-DETAIL-LINE
               END-READ
           END-PERFORM

           CLOSE PAYDTL-FILE
           .

       POST-ONE-DETAIL-LINE.
           IF LINE-BENEFIT-IN-KIND OF WS-DTL-REC
               EXIT PARAGRAPH
           END-IF

           SET PAY-NOT-FOUND TO TRUE
           SET WS-PAY-IDX TO 1
           SEARCH WS-GL-PAY-ENTRY
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

           ADD 1 TO WS-DTL-LINE-COUNT
           MOVE LINE-TYPE OF WS-DTL-REC TO WS-MAP-LINE-TYPE
           MOVE LINE-CODE OF WS-DTL-REC TO WS-MAP-LINE-CODE
           MOVE WS-PT-RUN-TYPE(WS-PAY-IDX) TO WS-MAP-RUN-TYPE
           MOVE LINE-AMOUNT OF WS-DTL-REC TO WS-POST-AMOUNT

           IF LINE-EARNING OF WS-DTL-REC
                   OR LINE-ADJUSTMENT OF WS-DTL-REC
               ADD WS-POST-AMOUNT TO WS-PT-ITEM-EARN(WS-PAY-IDX)
               SET POST-DEBIT TO TRUE
               PERFORM POST-BY-DEPARTMENT
               EXIT PARAGRAPH
           END-IF

      *    A shortfall carried as arrears was pulled back out of the
      *    period's deductions - it posts against the arrears
      *    account, where a later recovery credits it
           IF LINE-ARREARS OF WS-DTL-REC
                   AND LINE-DESCR OF WS-DTL-REC
                       = 'Shortfall carried as arrears'
               COMPUTE WS-POST-AMOUNT = 0 - WS-POST-AMOUNT
           END-IF
           ADD WS-POST-AMOUNT TO WS-PT-ITEM-DEDUCT(WS-PAY-IDX)
           SET POST-CREDIT TO TRUE
           PERFORM POST-AT-COMPANY
           .

      * POST-PAYROLL-RESIDUALS: What the payroll's detail lines did
      * not itemize - the base pay (the salary itself, or a bonus or
      * special run's payment), any deduction the lines do not
      * carry - then the net pay clearing and the employer
      * contributions, each to its reserved mapping row.
       POST-PAYROLL-RESIDUALS.
           MOVE WS-PT-RUN-TYPE(WS-PAY-IDX) TO WS-MAP-RUN-TYPE
           MOVE '*' TO WS-MAP-LINE-CODE

           COMPUTE WS-POST-AMOUNT = WS-PT-GROSS(WS-PAY-IDX)
               - WS-PT-ITEM-EARN(WS-PAY-IDX)
           IF WS-POST-AMOUNT NOT = 0
               MOVE '0' TO WS-MAP-LINE-TYPE
               SET POST-DEBIT TO TRUE
               PERFORM POST-BY-DEPARTMENT
           END-IF

           COMPUTE WS-POST-AMOUNT = WS-PT-DEDUCT(WS-PAY-IDX)
               - WS-PT-ITEM-DEDUCT(WS-PAY-IDX)
           IF WS-POST-AMOUNT NOT = 0
               MOVE '2' TO WS-MAP-LINE-TYPE
               SET POST-CREDIT TO TRUE
               PERFORM POST-AT-COMPANY
           END-IF

           MOVE WS-PT-NET(WS-PAY-IDX) TO WS-POST-AMOUNT
           IF WS-POST-AMOUNT NOT = 0
               MOVE '1' TO WS-MAP-LINE-TYPE
               SET POST-CREDIT TO TRUE
               PERFORM POST-AT-COMPANY
           END-IF

           MOVE WS-PT-EMPLOYER(WS-PAY-IDX) TO WS-POST-AMOUNT
           IF WS-POST-AMOUNT NOT = 0
               MOVE '3' TO WS-MAP-LINE-TYPE
               SET POST-DEBIT TO TRUE
               PERFORM POST-BY-DEPARTMENT
               MOVE WS-PT-EMPLOYER(WS-PAY-IDX) TO WS-POST-AMOUNT
               MOVE '4' TO WS-MAP-LINE-TYPE
               SET POST-CREDIT TO TRUE
               PERFORM POST-AT-COMPANY
           END-IF
           .

      * POST-BY-DEPARTMENT: WS-POST-AMOUNT charged across the
      * payroll's departments by FTE share, each share to the
      * account mapped for its department; the last share absorbs
      * the rounding residue so the shares sum exactly.
       POST-BY-DEPARTMENT.
           MOVE WS-POST-AMOUNT TO WS-SPLIT-REMAINING
           PERFORM POST-ONE-SHARE
               VARYING WS-SPLIT-IDX FROM 1 BY 1
               UNTIL WS-SPLIT-IDX > WS-PT-SHARE-COUNT(WS-PAY-IDX)
           .

       POST-ONE-SHARE.
           IF WS-SPLIT-IDX = WS-PT-SHARE-COUNT(WS-PAY-IDX)
               MOVE WS-SPLIT-REMAINING TO WS-SPLIT-AMOUNT
           ELSE
               COMPUTE WS-SPLIT-AMOUNT
                       ROUNDED MODE IS TRUNCATION
                   = WS-POST-AMOUNT
                   * WS-PT-SHARE-PCT(WS-PAY-IDX, WS-SPLIT-IDX)
                   / 100
           END-IF
           SUBTRACT WS-SPLIT-AMOUNT FROM WS-SPLIT-REMAINING

           MOVE WS-PT-SHARE-DEPT(WS-PAY-IDX, WS-SPLIT-IDX)
               TO WS-MAP-DEPT-ID
           PERFORM RESOLVE-GL-ACCOUNT
           IF MAP-RESOLVED
               MOVE WS-MAP-ACCOUNT TO WS-JK-ACCOUNT
               MOVE WS-MAP-DEPT-ID TO WS-JK-DEPT-ID
               MOVE SPACES TO WS-JK-PARTNER
               PERFORM ADD-TO-JOURNAL
           END-IF
           .

      * POST-AT-COMPANY: WS-POST-AMOUNT to the account mapped at
      * company level (department zero).
       POST-AT-COMPANY.
           MOVE 0 TO WS-MAP-DEPT-ID
           MOVE WS-POST-AMOUNT TO WS-SPLIT-AMOUNT
           PERFORM RESOLVE-GL-ACCOUNT
           IF MAP-RESOLVED
               MOVE WS-MAP-ACCOUNT TO WS-JK-ACCOUNT
               MOVE 0 TO WS-JK-DEPT-ID
               MOVE SPACES TO WS-JK-PARTNER
               PERFORM ADD-TO-JOURNAL
           END-IF
           .

      * RESOLVE-GL-ACCOUNT: The account for WS-MAP-KEY, from the
      * table of keys already resolved or else from the mapping
      * master. A key with no active mapping is listed the first
      * time it is met and counted against the run.
       RESOLVE-GL-ACCOUNT.
           SET MAP-UNRESOLVED TO TRUE
           SET WS-MAP-IDX TO 1
           SEARCH WS-GL-MAP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-MAP-IDX > WS-MAP-COUNT
                   CONTINUE
               WHEN WS-MC-KEY(WS-MAP-IDX) = WS-MAP-KEY
                   IF MC-MAPPED(WS-MAP-IDX)
                       MOVE WS-MC-ACCOUNT(WS-MAP-IDX)
                           TO WS-MAP-ACCOUNT
                       SET MAP-RESOLVED TO TRUE
                   END-IF
                   EXIT PARAGRAPH
           END-SEARCH

           INITIALIZE GLMAP-SVC-REQ
           INITIALIZE GLMAP-SVC-RES
           SET OP-RESOLVE OF GLMAP-SVC-REQ TO TRUE
           MOVE 'EXPGL' TO USER-ID OF GLMAP-SVC-REQ
           MOVE SPACES TO CORR-ID OF GLMAP-SVC-REQ
           MOVE WS-MAP-LINE-TYPE TO Q-LINE-TYPE OF GLMAP-SVC-REQ
           MOVE WS-MAP-LINE-CODE TO Q-LINE-CODE OF GLMAP-SVC-REQ
           MOVE WS-MAP-RUN-TYPE TO Q-RUN-TYPE OF GLMAP-SVC-REQ
           MOVE WS-MAP-DEPT-ID TO Q-DEPT-ID OF GLMAP-SVC-REQ
           MOVE WS-COMPANY-FILTER TO Q-COMPANY-CODE OF GLMAP-SVC-REQ

           CALL 'GLMAP-SVC' USING GLMAP-SVC-REQ GLMAP-SVC-RES

           IF OK OF GLMAP-SVC-RES
               MOVE GLM-ACCOUNT OF OUT-GLMAP OF GLMAP-SVC-RES
                   TO WS-MAP-ACCOUNT
               SET MAP-RESOLVED TO TRUE
           ELSE
               DISPLAY 'UNMAPPED: line type ' WS-MAP-LINE-TYPE
                   ' code ' WS-MAP-LINE-CODE
                   ' run ' WS-MAP-RUN-TYPE
                   ' dept ' WS-MAP-DEPT-ID
               ADD 1 TO WS-UNMAPPED-COUNT
           END-IF

           IF WS-MAP-COUNT < MAX-GL-MAPS
               ADD 1 TO WS-MAP-COUNT
               SET WS-MAP-IDX TO WS-MAP-COUNT
               MOVE WS-MAP-KEY TO WS-MC-KEY(WS-MAP-IDX)
               MOVE WS-MAP-ACCOUNT TO WS-MC-ACCOUNT(WS-MAP-IDX)
               IF MAP-RESOLVED
                   MOVE 'Y' TO WS-MC-MAPPED-SW(WS-MAP-IDX)
               ELSE
                   MOVE 'N' TO WS-MC-MAPPED-SW(WS-MAP-IDX)
               END-IF
           END-IF
           .

      * ADD-TO-JOURNAL: WS-SPLIT-AMOUNT, on the side in WS-POST-SIDE,
      * into the journal line for WS-JRN-KEY.
       ADD-TO-JOURNAL.
           SET JRN-NOT-FOUND TO TRUE
           SET WS-JRN-IDX TO 1
           SEARCH WS-GL-JRN-ENTRY
               AT END
                   CONTINUE
               WHEN WS-JRN-IDX > WS-JRN-COUNT
                   CONTINUE
               WHEN WS-JE-KEY(WS-JRN-IDX) = WS-JRN-KEY
                   SET JRN-FOUND TO TRUE
           END-SEARCH

           IF JRN-NOT-FOUND
               IF WS-JRN-COUNT >= MAX-GL-LINES
                   DISPLAY 'ERROR: journal table full - account '
                       WS-JK-ACCOUNT ' dept ' WS-JK-DEPT-ID
                       ' not posted'
                   SET GL-TABLE-FULL TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-JRN-COUNT
               SET WS-JRN-IDX TO WS-JRN-COUNT
               MOVE WS-JRN-KEY TO WS-JE-KEY(WS-JRN-IDX)
               MOVE 0 TO WS-JE-AMOUNT(WS-JRN-IDX)
           END-IF

           IF POST-DEBIT
               ADD WS-SPLIT-AMOUNT TO WS-JE-AMOUNT(WS-JRN-IDX)
           ELSE
               SUBTRACT WS-SPLIT-AMOUNT FROM WS-JE-AMOUNT(WS-JRN-IDX)
           END-IF
           .

       SUM-JOURNAL-LINE.
           IF WS-JE-AMOUNT(WS-JRN-IDX) > 0
               ADD WS-JE-AMOUNT(WS-JRN-IDX) TO WS-DEBIT-TOTAL
           ELSE
               SUBTRACT WS-JE-AMOUNT(WS-JRN-IDX) FROM WS-CREDIT-TOTAL
           END-IF
           .

       FIND-OR-ADD-GL-DEPT.
           SET GL-DEPT-NOT-FOUND TO TRUE
           SET WS-GL-IDX TO 1

           MOVE 0 TO WS-LINE-COUNT

      *    Debit lines first, then credits - an account that nets to
      *    zero for its department writes no line
           SET POST-DEBIT TO TRUE
           PERFORM WRITE-JOURNAL-LINE
               VARYING WS-JRN-IDX FROM 1 BY 1
               UNTIL WS-JRN-IDX > WS-JRN-COUNT
           SET POST-CREDIT TO TRUE
           PERFORM WRITE-JOURNAL-LINE
               VARYING WS-JRN-IDX FROM 1 BY 1
               UNTIL WS-JRN-IDX > WS-JRN-COUNT

      *    Control-total trailer the GL side verifies
           MOVE SPACES TO POSTING-RECORD
           CLOSE POSTING-FILE
           .

      * WRITE-JOURNAL-LINE: The journal line at WS-JRN-IDX, when its
      * net falls on the side this pass writes (WS-POST-SIDE).
       WRITE-JOURNAL-LINE.
           IF POST-DEBIT AND WS-JE-AMOUNT(WS-JRN-IDX) NOT > 0
               EXIT PARAGRAPH
           END-IF
           IF POST-CREDIT AND WS-JE-AMOUNT(WS-JRN-IDX) NOT < 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO POSTING-RECORD
           MOVE '1' TO GL-REC-TYPE
           MOVE WS-POST-SIDE TO GL-DC-IND
           MOVE WS-JE-ACCOUNT(WS-JRN-IDX) TO GL-ACCOUNT
           MOVE WS-GL-PREFIX TO GL-CO-PREFIX
           MOVE WS-JE-DEPT-ID(WS-JRN-IDX) TO GL-DEPT-ID
           MOVE WS-PERIOD-FILTER TO GL-PERIOD
      *    GL-AMOUNT is unsigned - the credit pass writes the net's
      *    absolute value
           MOVE WS-JE-AMOUNT(WS-JRN-IDX) TO GL-AMOUNT
           MOVE WS-JE-PARTNER(WS-JRN-IDX) TO GL-PARTNER-CODE
           WRITE POSTING-RECORD
           ADD 1 TO WS-LINE-COUNT
           .

      * LOAD-RECHARGES: SECRCHG's rows for the period and this run's
      * company - the host is owed the charge (receivable), and the
      * seconded employee's home department recovers it against its
      * salary expense. No recharge file is a period without
      * secondments.
       LOAD-RECHARGES.
           MOVE SPACES TO WS-RECHARGE-PATH
           STRING 'hr-cobol/data/export/secrchg_'
                  WS-PERIOD-FILTER '.dat'
               DELIMITED BY SIZE INTO WS-RECHARGE-PATH

           OPEN INPUT RECHARGE-FILE
           IF NOT RCG-FILE-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL RCG-FILE-EOF
               READ RECHARGE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RCG-COMPANY-CODE TO WS-REC-COMPANY
                       PERFORM CHECK-RECORD-COMPANY
                       IF RCG-REC-TYPE = 'R'
                               AND RCG-PERIOD = WS-PERIOD-FILTER
                               AND RECORD-COMPANY-MATCH
                           PERFORM TAKE-ONE-RECHARGE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RECHARGE-FILE
           .

      * TAKE-ONE-RECHARGE: The receivable from the host at company
      * level, and the cost recovery in the home department - the
      * recharge is a monthly charge, mapped as a regular run's.
       TAKE-ONE-RECHARGE.
           ADD 1 TO WS-RECHARGE-COUNT
           MOVE '*' TO WS-MAP-LINE-CODE
           MOVE 'R' TO WS-MAP-RUN-TYPE
           MOVE RCG-AMOUNT TO WS-SPLIT-AMOUNT

           MOVE '6' TO WS-MAP-LINE-TYPE
           MOVE 0 TO WS-MAP-DEPT-ID
           PERFORM RESOLVE-GL-ACCOUNT
           IF MAP-RESOLVED
               MOVE WS-MAP-ACCOUNT TO WS-JK-ACCOUNT
               MOVE 0 TO WS-JK-DEPT-ID
               MOVE RCG-HOST-CODE TO WS-JK-PARTNER
               SET POST-DEBIT TO TRUE
               PERFORM ADD-TO-JOURNAL
           END-IF

           MOVE '7' TO WS-MAP-LINE-TYPE
           MOVE RCG-DEPT-ID TO WS-MAP-DEPT-ID
           PERFORM RESOLVE-GL-ACCOUNT
           IF MAP-RESOLVED
               MOVE WS-MAP-ACCOUNT TO WS-JK-ACCOUNT
               MOVE RCG-DEPT-ID TO WS-JK-DEPT-ID
               MOVE SPACES TO WS-JK-PARTNER
               SET POST-CREDIT TO TRUE
               PERFORM ADD-TO-JOURNAL
           END-IF
           .

      * RUN-ACCRUAL-MODE: Earned-but-unpaid wages for the open
      * period - monthly staff accrue the comp base prorated by
      * calendar days through the accrual date, hourly staff accrue
      * their timecard hours to date at the comp rate. One wage
      * expense debit per department (the regular run's base pay
      * mapping for the department) balances one accrued-wages
      * credit at company level; the reversal file carries the same
      * lines flipped and stamped for the next period's first
      * upload. The same in-balance-or-abort rule applies - an
      * out-of-balance derivation, or an account the mapping master
      * cannot resolve, writes nothing.
       RUN-ACCRUAL-MODE.
           DISPLAY 'Accrual mode - period ' WS-PERIOD-FILTER

               EXIT PARAGRAPH
           END-IF

           PERFORM RESOLVE-ACCRUAL-ACCOUNTS
           IF WS-UNMAPPED-COUNT > 0
               MOVE WS-UNMAPPED-COUNT TO WS-COUNT-DISPLAY
               DISPLAY 'UNMAPPED - ' WS-COUNT-DISPLAY
                   ' line key(s) with no GL account mapping'
               DISPLAY 'No accrual file written.'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-ACCRUAL-FILES

           MOVE 'export/glaccrue.dat' TO WS-XMIT-NAME
           ADD WS-EARNED-AMOUNT TO WS-DEBIT-TOTAL
           .

      * RESOLVE-ACCRUAL-ACCOUNTS: Each department's wage expense
      * account (the base pay row, as a regular run maps it) and the
      * accrued wages liability at company level.
       RESOLVE-ACCRUAL-ACCOUNTS.
           MOVE '*' TO WS-MAP-LINE-CODE
           MOVE 'R' TO WS-MAP-RUN-TYPE

           MOVE '0' TO WS-MAP-LINE-TYPE
           PERFORM RESOLVE-ONE-ACCRUAL-DEPT
               VARYING WS-GL-IDX FROM 1 BY 1
               UNTIL WS-GL-IDX > WS-DEPT-COUNT

           MOVE '5' TO WS-MAP-LINE-TYPE
           MOVE 0 TO WS-MAP-DEPT-ID
           PERFORM RESOLVE-GL-ACCOUNT
           MOVE WS-MAP-ACCOUNT TO WS-ACCRUED-WAGES-ACCOUNT
           .

       RESOLVE-ONE-ACCRUAL-DEPT.
           MOVE WS-GL-DEPT-ID(WS-GL-IDX) TO WS-MAP-DEPT-ID
           PERFORM RESOLVE-GL-ACCOUNT
           MOVE WS-MAP-ACCOUNT TO WS-GL-DEPT-ACCOUNT(WS-GL-IDX)
           .

       WRITE-ACCRUAL-FILES.
           OPEN OUTPUT ACCRUAL-FILE
           OPEN OUTPUT REVERSAL-FILE
           MOVE SPACES TO ACCRUAL-RECORD
           MOVE '1' TO ACR-REC-TYPE
           MOVE 'C' TO ACR-DC-IND
           MOVE WS-ACCRUED-WAGES-ACCOUNT TO ACR-ACCOUNT
           MOVE WS-GL-PREFIX TO ACR-CO-PREFIX
           MOVE 0 TO ACR-DEPT-ID
           MOVE WS-PERIOD-FILTER TO ACR-PERIOD
           MOVE SPACES TO ACCRUAL-RECORD
           MOVE '1' TO ACR-REC-TYPE
           MOVE 'D' TO ACR-DC-IND
           MOVE WS-GL-DEPT-ACCOUNT(WS-GL-IDX) TO ACR-ACCOUNT
           MOVE WS-GL-PREFIX TO ACR-CO-PREFIX
           MOVE WS-GL-DEPT-ID(WS-GL-IDX) TO ACR-DEPT-ID
           MOVE WS-PERIOD-FILTER TO ACR-PERIOD
           END-IF
           .

      * REGISTER-RUN-START: Registers the posting extract with the
      * central run control, guarded against a duplicate extract of
      * the same period and entity; the caller checks for the 409
      * block.
       REGISTER-RUN-START.
           MOVE SPACES TO WS-RUN-PARM
           MOVE WS-PERIOD-FILTER TO WS-RUN-PARM
           MOVE WS-COMPANY-FILTER TO WS-RUN-PARM(7:2)
           INITIALIZE RUNCTL-SVC-REQ
           INITIALIZE RUNCTL-SVC-RES
           SET OP-START OF RUNCTL-SVC-REQ TO TRUE
           MOVE 'EXPGL' TO USER-ID OF RUNCTL-SVC-REQ
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

      * REGISTER-RUN-END: Closes the registered run out with the
      * payroll records and journal lines posted; WS-RUN-OUTCOME
      * stays 'F' unless the posting file was written.
       REGISTER-RUN-END.
           INITIALIZE RUNCTL-SVC-REQ
           INITIALIZE RUNCTL-SVC-RES
           SET OP-END OF RUNCTL-SVC-REQ TO TRUE
           MOVE 'EXPGL' TO USER-ID OF RUNCTL-SVC-REQ
           MOVE SPACES TO CORR-ID OF RUNCTL-SVC-REQ
           MOVE WS-PROGRAM-NAME(1:8) TO Q-JOB-NAME OF RUNCTL-SVC-REQ
           MOVE WS-RUN-PARM TO Q-RUN-PARM OF RUNCTL-SVC-REQ
           MOVE WS-RUN-START-TS
               TO Q-START-TIMESTAMP OF RUNCTL-SVC-REQ
           MOVE WS-RECORD-COUNT TO Q-TOTAL-COUNT OF RUNCTL-SVC-REQ
           MOVE WS-LINE-COUNT TO Q-SUCCESS-COUNT OF RUNCTL-SVC-REQ
           MOVE 0 TO Q-FAILED-COUNT OF RUNCTL-SVC-REQ
           MOVE WS-RUN-OUTCOME TO Q-OUTCOME OF RUNCTL-SVC-REQ
           CALL 'RUNCTL-SVC' USING RUNCTL-SVC-REQ RUNCTL-SVC-RES
           .

       END PROGRAM EXPGL.
