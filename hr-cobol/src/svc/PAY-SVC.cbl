      *   VOID operations added alongside it to round out the payroll
      *   lifecycle (DRAFT -> CALCULATED -> APPROVED -> CLOSED, with
      *   VOID reachable from any pre-CLOSED state).
      * - Income tax now comes from the published withholding table
      *   through WHTAX-SVC (kou/otsu column, tax dependents from
      *   DEP-SVC) on the taxable pay after premiums, with its own
      *   INCOMETAX detail line and the base kept as TAXABLE-PAY;
      *   bonus runs rate off the prior month's taxable pay.
      * - The December (or January) regular run books the year-end
      *   adjustment YEARADJ computed as its own YEAREND-ADJ detail
      *   line through YEADJ-SVC; voiding that payroll releases it.
      * - Resident tax stops after a leaver's last collection period,
      *   and a January-May leaver who elected the lump sum has the
      *   fiscal year's balance deducted from the final pay as a
      *   RESTAX-LUMP detail line.
      * - Deduction rules carrying an AGE-CLASS (nursing care 40-64,
      *   welfare pension under 70, health under 75) are skipped for
      *   a pay period the employee's age falls outside, with the
      *   change effective from the day before the birthday.
      * - A special run (retirement allowance) takes no premiums and
      *   is taxed as retirement income through WHTAX-SVC: the
      *   income tax (RETIRE-INCTAX) and the resident tax specially
      *   collected (RESTAX-RETIRE) land as its deduction lines, at
      *   the flat rate unless RETIRE-DECLARATION is set.
      * - A monthly-basis regular run pays the period's rest-day work
      *   from SUBHOL-SVC as a RESTDAY earning line: a compensatory
      *   day taken inside the period pays the 35% premium only, one
      *   not taken pays the full 135%; a substitute day taken inside
      *   the period is a straight swap, one not taken pays 100%.
      *   Each settlement is stamped with the PAY-ID and released on
      *   recalculation and void.
      * - A monthly-basis employee on a flextime pattern is settled
      *   through FLEX-SVC in the last month of the settlement
      *   period: hours past the legal framework pay as FLEXOT at
      *   125%, hours past the required total inside it as FLEXINFR
      *   at the ordinary rate, and a shortfall not carried forward
      *   is the period's absence deduction in place of the daily
      *   check. Released on recalculation and void.
      * - Approval and void pass the payroll's COMPANY-CODE to
      *   YTD-SVC, so a payroll of the company an intercompany
      *   transferee left lands in that company's split-off totals.
      * - A regular run deducts the rent of company housing from
      *   HOUSE-SVC as a HOUSING line per flat, prorated by nights
      *   for a move inside the month. Rent under half the statutory
      *   rental value makes the shortfall a taxable benefit-in-kind
      *   (HOUSING-BIK memo line, BENEFIT-IN-KIND) added to the
      *   income tax base; the lease cost the rent leaves uncovered
      *   is kept as HOUSING-COST.
      * - Regular and bonus runs deduct the savings-plan
      *   contributions active on PAY-DATE from SAVE-SVC as SAVINGS
      *   lines, and the stock plan's company incentive is paid into
      *   gross as a taxable STOCK-INCENTIVE earning and deducted
      *   again for the association with the contribution.
      * - CLOSE-PERIOD first checks each run type it would close
      *   against the period close checklist through CLSCHK-SVC and
      *   refuses (409) naming the steps missing - proof, bank file
      *   sent, payment confirmed, GL posted - unless an active
      *   admin operator overrides with a reason, which is audited
      *   as CLOSE-OVRIDE.
      * - An employee abroad on an overseas assignment that makes them
      *   a non-resident (EXPAT-SVC) on PAY-DATE is withheld at the
      *   flat non-resident rate of 20.42% on the share of the pay
      *   for duties performed in Japan only, in place of the
      *   withholding table, and the payroll is stamped
      *   NONRESIDENT-TAXED so YEARADJ leaves it out.
      * - Payrolls carry a pay frequency - monthly, semi-monthly or
      *   weekly, as keyed, else the employee's, else the company's
      *   default - with a semi-monthly or weekly pay's sequence in
      *   the month and attendance window taken from the pay
      *   calendar. A monthly salary is paid a half or 12/52 per
      *   pay, hourly pay and the absence deduction count the
      *   window's timecards, proration works on the window's days,
      *   and the month's fixed items (allowances, benefits, social
      *   insurance, resident tax, housing, savings, garnishments,
      *   loans) come out of the month's first pay only. Income tax
      *   is withheld on the semi-monthly or daily basis through
      *   WHTAX-SVC, and CLOSE-PERIOD may close one frequency.
      ******************************************************************
       
       ENVIRONMENT DIVISION.
       01  WS-HIRE-FULL-GROSS       PIC 9(11)V99.
       01  WS-HIRE-DELTA            PIC S9(11)V99.

      * Semi-monthly and weekly pay - the days of the attendance
      * window for proration, the month's expected days the absence
      * daily rate divides by, and whether this pay takes the
      * month's fixed items (only the month's first pay does)
       01  WS-WINDOW-DAYS           PIC 9(2).
       01  WS-WINDOW-DAYS-WORKED    PIC 9(2).
       01  WS-ABS-RATE-DAYS         PIC 9(2).
       01  WS-MONTHLY-ITEMS-SW      PIC X.
           88  MONTHLY-ITEMS-DUE       VALUE 'Y'.
           88  MONTHLY-ITEMS-TAKEN     VALUE 'N'.
       78  SEMI-MONTHS-PER-MONTH    VALUE 2.
       78  MONTHS-PER-YEAR          VALUE 12.
       78  WEEKS-PER-YEAR           VALUE 52.

      * Final-pay proration work fields - calendar days through the
      * last day worked over the days in the pay period's month
       01  WS-FINAL-TERM-MONTH      PIC 9(6).
           COPY sig-res.
       01  WS-STD-REMUN-FOR-CALC    PIC 9(9)V99.

      * Working storage for AGE-UTIL calls - a deduction rule limited
      * to an age band (nursing care 40-64, pension under 70, health
      * under 75) is skipped outright for a pay period the employee's
      * age falls outside
       01  WS-AU-OP                 PIC X(2).
       01  WS-AU-AGE                PIC 9(3).
       01  WS-AU-RESULT             PIC 9(8).
       01  WS-AU-STATUS             PIC 9.

      * Working storage for LVTYPE-SVC calls - a pay period fully
      * inside an active childcare or family-care leave spell is
      * legally exempt from both sides of the social insurance
           88  PERIOD-SI-EXEMPT        VALUE 'Y'.
           88  PERIOD-SI-NORMAL        VALUE 'N'.

      * Working storage for WHTAX-SVC calls - the withheld national
      * income tax is looked up in the published withholding table
      * (kou by dependents, or otsu) on the taxable pay rather than
      * run as a DEDUCTION rule; a legacy rule whose RULE-ID starts
      * INCOME-TAX is passed over so the tax is never taken twice.
      * The taxable base is the gross less the non-taxable COMMUTE
      * component, the statutory premiums the DEDUCTION rules
      * produced and any absence deduction; a bonus run's rate
      * comes from the prior month's regular-run taxable pay.
           COPY whtax-req.
           COPY whtax-res.
       78  INCOME-TAX-RULE-PREFIX   VALUE 'INCOME-TAX'.
       78  NONTAX-COMMUTE-CODE      VALUE 'COMMUTE'.
       01  WS-NONTAX-EARNINGS       PIC 9(11)V99.
       01  WS-SI-PREMIUM-TOTAL      PIC 9(11)V99.
       01  WS-TAXABLE-WORK          PIC S9(11)V99.
       01  WS-PRIOR-PERIOD          PIC 9(6).
       01  WS-PRIOR-TAXABLE         PIC 9(11)V99.
       01  WS-PRIOR-SKIP            PIC 9(6).
       01  WS-SAVED-DAO-KEY         PIC X(20).
       01  WS-PRIOR-PAY.
           COPY payroll REPLACING ==05== BY ==10==.
       01  WS-TAX-DESCR-AMT         PIC Z(10)9.

      * Working storage for EXPAT-SVC calls - an employee on an
      * overseas assignment that makes them a non-resident on
      * PAY-DATE is withheld at the flat rate (income tax plus the
      * reconstruction surtax) on the pay for duties in Japan only
           COPY expt-req.
           COPY expt-res.
       78  NONRESIDENT-TAX-RATE     VALUE 0.2042.
       01  WS-NONRES-TAX            PIC 9(11).
       01  WS-TAX-RESIDENCY-SW      PIC X.
           88  PAY-NONRESIDENT         VALUE 'N'.
           88  PAY-RESIDENT            VALUE 'R'.

      * Working storage for YEADJ-SVC calls - the December (or
      * January) regular run named as a year-end adjustment's
      * target books its refund or extra collection as a line of
      * its own, and a void of that payroll hands it back
           COPY yeadj-req.
           COPY yeadj-res.
       01  WS-ADJ-TAX-YEAR          PIC 9(4).
       01  WS-ADJ-PERIOD-MM         PIC 9(2).

      * Working storage for RESTAX-SVC calls - the month's municipal
      * resident tax picked up as its own deduction line, replacing
      * the manual adjustment keyed every single month
           COPY rtax-req.
           COPY rtax-res.
      * The LINE-CODE of a leaver's lump-sum balance line, kept
      * apart from the monthly RESTAX line so RTAXCHG can report it
       78  RESTAX-LUMP-SUM-CODE     VALUE 'RESTAX-LUMP'.
      * Retirement allowance lines, and the years of service the
      * retirement income deduction is counted on
       78  RETIRE-INCOME-TAX-CODE   VALUE 'RETIRE-INCTAX'.
       78  RESTAX-RETIRE-CODE       VALUE 'RESTAX-RETIRE'.
       01  WS-RT-SERVICE-YEARS      PIC 9(2).
       01  WS-RT-HIRE-YEAR          PIC 9(4).
       01  WS-RT-HIRE-MMDD          PIC 9(4).
       01  WS-RT-TERM-YEAR          PIC 9(4).
       01  WS-RT-TERM-MMDD          PIC 9(4).
       01  WS-RT-RESIDENT-TAX       PIC 9(9).
       01  WS-RT-MUNI-DESCR         PIC Z(8)9.
       01  WS-RT-PREF-DESCR         PIC Z(8)9.

      * Working storage for HOUSE-SVC calls - the rent of a flat in
      * company housing comes off the regular run for the nights
      * occupied, with any benefit-in-kind of rent under half the
      * statutory value added to the income tax base
           COPY hous-req.
           COPY hous-res.
       78  HOUSING-LINE-PREFIX      VALUE 'HOUSING-'.
       78  HOUSING-BIK-CODE         VALUE 'HOUSING-BIK'.
       01  WS-HSG-IDX               PIC 9.
       01  WS-HSG-DAYS-DESCR        PIC Z9.

      * Working storage for SAVE-SVC calls - the shareholding and
      * property-accumulation plans deducting on PAY-DATE, fetched
      * once by ADD-SAVINGS-INCENTIVE and deducted by
      * ADD-SAVINGS-CONTRIBUTIONS
           COPY save-req.
           COPY save-res.
       78  SAVINGS-LINE-PREFIX      VALUE 'SAVINGS-'.
       78  STOCK-INCENTIVE-CODE     VALUE 'STOCK-INCENTIVE'.
       78  INCENTIVE-REMIT-CODE     VALUE 'SAVINGS-K-INCENTIVE'.
       01  WS-SAV-IDX               PIC 9.
       01  WS-SAV-CONTRIBUTION      PIC 9(7)V99.
       01  WS-SAV-INCENTIVE         PIC 9(7).

      * Working storage for LOCK-SVC calls - the system-level
      * quiesce: a payroll batch takes a 'PER' lock on the period
       01  WS-QUIESCE-HOLDER        PIC X(8).
       01  WS-QUIESCE-PERIOD-ID     PIC X(12).

      * Working storage for the timecard exception check - once the
      * pay calendar's attendance cutoff has passed, cards still
      * held on TCSUSP-SVC's suspense file warn or block a regular
      * run's calculation per TCEXC-POLICY
           COPY cal-req.
           COPY cal-res.
      * ... and for COMPANY-SVC calls - a payroll keyed without a pay
      * frequency for an employee without one takes the company's
      * default
           COPY co-req.
           COPY co-res.
           COPY tcsusp-req.
           COPY tcsusp-res.
       01  WS-TCEXC-COUNT           PIC 9(4).
       01  WS-TCEXC-SW              PIC X VALUE 'N'.
           88  TCEXC-OUTSTANDING       VALUE 'Y'.
           88  TCEXC-CLEAR             VALUE 'N'.

      * Working storage for GARN-SVC calls - court-ordered
      * garnishments are taken after the statutory deductions, in
      * priority order, capped by the protected-earnings floor
           88  CALC-EMP-NOT-FOUND      VALUE 'N'.
       01  WS-EMP-ID-STR            PIC X(9).

      * Working storage for SUBHOL-SVC calls - rest days worked
      * by monthly-basis staff are priced at the absence hourly rate
      * by whether the day off given in exchange falls inside the
      * pay period
           COPY subh-req.
           COPY subh-res.
       01  WS-SHL-CURSOR            PIC 9(8).
       01  WS-SHL-SCAN-SW           PIC X.
           88  MORE-SHL-TO-SCAN        VALUE 'Y'.
           88  NO-MORE-SHL             VALUE 'N'.
       01  WS-SHL-RATE-SW           PIC X.
           88  SHL-RATE-RESOLVED       VALUE 'Y'.
           88  SHL-RATE-UNRESOLVED     VALUE 'N'.
       01  WS-SHL-RATE-PCT          PIC 9(3).
       01  WS-SHL-AMOUNT            PIC 9(11)V99.
       01  WS-SHL-HOURS-DISP        PIC Z9.99.
      *    Share of the hourly rate paid for a rest day worked: the
      *    premium alone when the compensatory day is taken in the
      *    period, the whole 135% when it is not; a substitute day
      *    not taken in the period is paid at the ordinary rate
       78  COMP-DAY-PREMIUM-PCT     VALUE 35.
       78  COMP-DAY-FULL-PCT        VALUE 135.
       78  SUBST-DAY-FULL-PCT       VALUE 100.

      * Working storage for FLEX-SVC calls - a monthly-basis
      * employee on a flextime pattern is settled on the settlement
      * period's hours bank instead of the daily absence check
           COPY flex-req.
           COPY flex-res.
       01  WS-FLEX-SW               PIC X     VALUE 'N'.
           88  CALC-FLEX-PATTERN       VALUE 'Y'.
           88  CALC-FIXED-PATTERN      VALUE 'N'.
       01  WS-FLEX-HOURLY-RATE      PIC 9(9)V99.
       01  WS-FLEX-DEDUCT-HOURS     PIC 9(4)V99.
       01  WS-FLEX-AMOUNT           PIC 9(11)V99.
       01  WS-FLEX-HOURS-DISP       PIC ZZZ9.99.

      * Statutory overtime premium applied to the hourly rate
       78  OVERTIME-PREMIUM-RATE    VALUE 1.25.
      * Late-night hours earn an extra 25% on top of the hours
      * scan, SPACES meaning start-of-file.
       01  WS-PAY-CURSOR           PIC X(12).

      * Working storage for the period close checklist - the run
      * types the close would touch, each evaluated through
      * CLSCHK-SVC, and the missing steps named back to the caller
           COPY cchk-req.
           COPY cchk-res.
           COPY user-req.
           COPY user-res.
       01  WS-CLOSE-TYPES          PIC X(3).
       01  WS-CLOSE-TYPE-IDX       PIC 9.
       01  WS-CHK-IDX              PIC 9(2).
       01  WS-CLOSE-MISSING-COUNT  PIC 9(3).
       01  WS-CLOSE-MISSING-LIST   PIC X(150).
       01  WS-CLOSE-MISSING-PTR    PIC 9(3).
       01  WS-CLOSE-CHECK-SW       PIC X.
           88  CLOSE-CHECK-FAILED      VALUE 'Y'.
           88  CLOSE-CHECK-OK          VALUE 'N'.
       01  WS-CLOSE-FREQ-SW        PIC X.
           88  CLOSE-FREQ-MATCH        VALUE 'Y'.
           88  CLOSE-FREQ-MISMATCH     VALUE 'N'.

      * History inquiry paging - the employee's record count from
      * the alternate-key scan, and the ascending index of the row
      * the newest-first cursor asks for
               EXIT PARAGRAPH
           END-IF

      *    Settle the pay frequency (and a semi-monthly or weekly
      *    pay's window from the calendar) before an ID is spent
           MOVE IN-PAY OF PAY-SVC-REQ TO WS-TEMP-PAY
           PERFORM RESOLVE-PAY-FREQUENCY
           IF STATUS-CODE-N OF PAY-SVC-RES NOT = 0
               EXIT PARAGRAPH
           END-IF

      *    Generate new PAY-ID
           INITIALIZE SEQ-SVC-REQ
           SET OP-NEXT OF SEQ-SVC-REQ TO TRUE
           END-IF
           
      *    Initialize payroll record from request
           MOVE NEXT-ID OF SEQ-SVC-RES TO PAY-ID OF WS-TEMP-PAY
           IF PAY-CURRENCY OF WS-TEMP-PAY = SPACES
               MOVE DEFAULT-CURRENCY OF CONFIG
           END-IF
           .
       
      * RESOLVE-PAY-FREQUENCY: The frequency ADD-PAYROLL books the
      * payroll under - as keyed, else the employee's, else the
      * employing company's default, else monthly. Bonus and
      * special runs are monthly whatever the employee's regular
      * frequency. A semi-monthly or weekly pay needs its sequence
      * in the month and a calendar row for it, which supplies the
      * attendance window and, when none was keyed, the pay date;
      * 422 otherwise.
       RESOLVE-PAY-FREQUENCY.
           MOVE 0 TO STATUS-CODE-N OF PAY-SVC-RES
           IF PAY-RUN-TYPE OF WS-TEMP-PAY = 'B' OR 'S'
               MOVE 'M' TO PAY-FREQUENCY OF WS-TEMP-PAY
           END-IF

           IF PAY-FREQUENCY OF WS-TEMP-PAY = SPACE
               PERFORM FETCH-EMPLOYEE-FOR-CALC
               IF CALC-EMP-FOUND
                   MOVE PAY-FREQUENCY OF WS-TEMP-EMP
                       TO PAY-FREQUENCY OF WS-TEMP-PAY
               END-IF
           END-IF

           IF PAY-FREQUENCY OF WS-TEMP-PAY = SPACE
                   AND CALC-EMP-FOUND
                   AND COMPANY-CODE OF WS-TEMP-EMP NOT = SPACES
               INITIALIZE CO-SVC-REQ
               INITIALIZE CO-SVC-RES
               SET OP-FIND OF CO-SVC-REQ TO TRUE
               MOVE 'PAY-SVC' TO USER-ID OF CO-SVC-REQ
               MOVE SPACES TO CORR-ID OF CO-SVC-REQ
               MOVE COMPANY-CODE OF WS-TEMP-EMP
                   TO Q-COMPANY-CODE OF CO-SVC-REQ
               CALL 'COMPANY-SVC' USING CO-SVC-REQ CO-SVC-RES
               IF OK OF CO-SVC-RES
                   MOVE DEFAULT-PAY-FREQUENCY OF OUT-COMPANY
                           OF CO-SVC-RES
                       TO PAY-FREQUENCY OF WS-TEMP-PAY
               END-IF
           END-IF

           IF PAY-FREQUENCY OF WS-TEMP-PAY = SPACE
               MOVE 'M' TO PAY-FREQUENCY OF WS-TEMP-PAY
           END-IF

           IF NOT PERIOD-MONTHLY OF WS-TEMP-PAY
                   AND NOT PERIOD-SEMI-MONTHLY OF WS-TEMP-PAY
                   AND NOT PERIOD-WEEKLY OF WS-TEMP-PAY
               MOVE 422 TO STATUS-CODE-N OF PAY-SVC-RES
               MOVE 'PAY-FREQUENCY must be M, S or W'
                   TO STATUS-MSG OF PAY-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF PERIOD-MONTHLY OF WS-TEMP-PAY
               MOVE 0 TO PERIOD-SEQ OF WS-TEMP-PAY
               MOVE 0 TO PERIOD-FROM OF WS-TEMP-PAY
               MOVE 0 TO PERIOD-TO OF WS-TEMP-PAY
               EXIT PARAGRAPH
           END-IF

           IF PERIOD-SEQ OF WS-TEMP-PAY = 0
               MOVE 422 TO STATUS-CODE-N OF PAY-SVC-RES
               MOVE 'PERIOD-SEQ is required for semi-monthly or weekl'
                   & 'y pay'
                   TO STATUS-MSG OF PAY-SVC-RES
               EXIT PARAGRAPH
           END-IF

           INITIALIZE PAYCAL-SVC-REQ
           INITIALIZE PAYCAL-SVC-RES
           SET OP-FIND OF PAYCAL-SVC-REQ TO TRUE
           MOVE 'PAY-SVC' TO USER-ID OF PAYCAL-SVC-REQ
           MOVE SPACES TO CORR-ID OF PAYCAL-SVC-REQ
           MOVE PAY-PERIOD OF WS-TEMP-PAY
               TO Q-PAY-PERIOD OF PAYCAL-SVC-REQ
           MOVE PAY-FREQUENCY OF WS-TEMP-PAY
               TO Q-PAY-FREQUENCY OF PAYCAL-SVC-REQ
           MOVE PERIOD-SEQ OF WS-TEMP-PAY
               TO Q-PERIOD-SEQ OF PAYCAL-SVC-REQ
           CALL 'PAYCAL-SVC' USING PAYCAL-SVC-REQ PAYCAL-SVC-RES

           IF NOT OK OF PAYCAL-SVC-RES
               MOVE 422 TO STATUS-CODE-N OF PAY-SVC-RES
               MOVE 'No pay calendar row for the frequency and sequen'
                   & 'ce'
                   TO STATUS-MSG OF PAY-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE PERIOD-FROM OF OUT-PAYCAL OF PAYCAL-SVC-RES
               TO PERIOD-FROM OF WS-TEMP-PAY
           MOVE ATTENDANCE-CUTOFF OF OUT-PAYCAL OF PAYCAL-SVC-RES
               TO PERIOD-TO OF WS-TEMP-PAY
           IF PAY-DATE OF WS-TEMP-PAY = 0
               MOVE PAY-DATE OF OUT-PAYCAL OF PAYCAL-SVC-RES
                   TO PAY-DATE OF WS-TEMP-PAY
           END-IF
           .

       FIND-PAYROLL.
      *    Build search key
           IF Q-PAY-ID OF PAY-SVC-REQ NOT = SPACES THEN
               EXIT PARAGRAPH
           END-IF

      *    Timecards still waiting on a supervisor past the
      *    attendance cutoff - warn, or block per TCEXC-POLICY
           PERFORM CHECK-TIMECARD-EXCEPTIONS
           IF STATUS-CODE-N OF PAY-SVC-RES NOT = 0
               EXIT PARAGRAPH
           END-IF

      *    Resolve the employee behind this payroll once - the salary
      *    band check and the hourly gross derivation both need it
           PERFORM FETCH-EMPLOYEE-FOR-CALC
                   TO COMPANY-CODE OF WS-TEMP-PAY
           END-IF

      *    A semi-monthly or weekly payroll takes the month's fixed
      *    items - allowances, benefits, premiums, resident tax and
      *    the like - on the month's first pay only
           SET MONTHLY-ITEMS-DUE TO TRUE
           IF NOT PERIOD-MONTHLY OF WS-TEMP-PAY
                   AND PERIOD-SEQ OF WS-TEMP-PAY > 1
               SET MONTHLY-ITEMS-TAKEN TO TRUE
           END-IF

      *    Pull the compensation version effective for the pay
      *    period, overriding the keyed-in BASE-SALARY and settling
      *    the pay basis
           PERFORM PRORATE-FINAL-PAY
           PERFORM ADD-EARNINGS-COMPONENTS

      *    Rest days worked in the period, priced by whether the
      *    day off in exchange was taken inside it
           PERFORM ADD-REST-DAY-WORK

      *    A flextime employee's settlement period closing with this
      *    pay period
           PERFORM ADD-FLEX-SETTLEMENT

      *    Pull pending retroactive adjustments into this period
           PERFORM ADD-RETRO-ADJUSTMENTS

      *    The shareholding association's company incentive on this
      *    run's stock-plan contribution
           PERFORM ADD-SAVINGS-INCENTIVE

      *    Build TOTAL-DEDUCTIONS from the active DEDUCTION rules,
      *    then Net = Gross - Deductions
           PERFORM CALCULATE-DEDUCTIONS
           
           IF WS-DAO-STATUS = 0 THEN
               MOVE 0 TO STATUS-CODE-N OF PAY-SVC-RES
               IF TCEXC-OUTSTANDING
                   MOVE SPACES TO STATUS-MSG OF PAY-SVC-RES
                   STRING 'Payroll calculated - WARNING: '
                          WS-TCEXC-COUNT
                          ' timecard exception(s) unresolved past th'
                          'e attendance cutoff'
                       DELIMITED BY SIZE
                       INTO STATUS-MSG OF PAY-SVC-RES
               ELSE
                   MOVE 'Payroll calculated successfully'
                       TO STATUS-MSG OF PAY-SVC-RES
               END-IF
               MOVE WS-TEMP-PAY TO OUT-PAY OF PAY-SVC-RES
           ELSE
               MOVE 500 TO STATUS-CODE-N OF PAY-SVC-RES
           END-IF
           .

      * CHECK-TIMECARD-EXCEPTIONS: A regular run past its period's
      * attendance cutoff (a period with no calendar row counts as
      * past it) counts the employee's exceptions still open on the
      * suspense file dated in the pay window - the frequency's
      * PERIOD-FROM (the first of the month on a monthly row that
      * carries none) through the cutoff, or the whole month with
      * no calendar row to say. Under TCEXC-BLOCK any open
      * card refuses the calculation with 422; under TCEXC-WARN the
      * calculation goes ahead and the success message carries the
      * count. Before the cutoff the supervisors still have time.
       CHECK-TIMECARD-EXCEPTIONS.
           SET TCEXC-CLEAR TO TRUE
           MOVE 0 TO WS-TCEXC-COUNT

           IF NOT RUN-REGULAR OF WS-TEMP-PAY
               EXIT PARAGRAPH
           END-IF

           INITIALIZE PAYCAL-SVC-REQ
           INITIALIZE PAYCAL-SVC-RES
           SET OP-FIND OF PAYCAL-SVC-REQ TO TRUE
           MOVE 'PAY-SVC' TO USER-ID OF PAYCAL-SVC-REQ
           MOVE SPACES TO CORR-ID OF PAYCAL-SVC-REQ
           MOVE PAY-PERIOD OF WS-TEMP-PAY
               TO Q-PAY-PERIOD OF PAYCAL-SVC-REQ
           MOVE PAY-FREQUENCY OF WS-TEMP-PAY
               TO Q-PAY-FREQUENCY OF PAYCAL-SVC-REQ
           MOVE PERIOD-SEQ OF WS-TEMP-PAY
               TO Q-PERIOD-SEQ OF PAYCAL-SVC-REQ
           CALL 'PAYCAL-SVC' USING PAYCAL-SVC-REQ PAYCAL-SVC-RES

           IF OK OF PAYCAL-SVC-RES
                   AND ATTENDANCE-CUTOFF OF OUT-PAYCAL
                       OF PAYCAL-SVC-RES NOT = 0
                   AND WS-DATE-1 <= ATTENDANCE-CUTOFF OF OUT-PAYCAL
                       OF PAYCAL-SVC-RES
               EXIT PARAGRAPH
           END-IF

           INITIALIZE TCSUSP-SVC-REQ
           INITIALIZE TCSUSP-SVC-RES
           SET OP-COUNT-OPEN OF TCSUSP-SVC-REQ TO TRUE
           MOVE 'PAY-SVC' TO USER-ID OF TCSUSP-SVC-REQ
           MOVE SPACES TO CORR-ID OF TCSUSP-SVC-REQ
           MOVE EMP-ID OF WS-TEMP-PAY TO Q-EMP-ID OF TCSUSP-SVC-REQ
           MOVE PAY-PERIOD OF WS-TEMP-PAY
               TO Q-PAY-PERIOD OF TCSUSP-SVC-REQ
           IF OK OF PAYCAL-SVC-RES
                   AND ATTENDANCE-CUTOFF OF OUT-PAYCAL
                       OF PAYCAL-SVC-RES NOT = 0
               MOVE PERIOD-FROM OF OUT-PAYCAL OF PAYCAL-SVC-RES
                   TO Q-FROM-DATE OF TCSUSP-SVC-REQ
               IF Q-FROM-DATE OF TCSUSP-SVC-REQ = 0
                   COMPUTE Q-FROM-DATE OF TCSUSP-SVC-REQ =
                       PAY-PERIOD OF WS-TEMP-PAY * 100 + 1
               END-IF
               MOVE ATTENDANCE-CUTOFF OF OUT-PAYCAL OF PAYCAL-SVC-RES
                   TO Q-THRU-DATE OF TCSUSP-SVC-REQ
           END-IF
           CALL 'TCSUSP-SVC' USING TCSUSP-SVC-REQ TCSUSP-SVC-RES

           IF NOT OK OF TCSUSP-SVC-RES
                   OR OPEN-COUNT OF TCSUSP-SVC-RES = 0
               EXIT PARAGRAPH
           END-IF

           MOVE OPEN-COUNT OF TCSUSP-SVC-RES TO WS-TCEXC-COUNT
           IF TCEXC-BLOCK
               MOVE 422 TO STATUS-CODE-N OF PAY-SVC-RES
               MOVE SPACES TO STATUS-MSG OF PAY-SVC-RES
               STRING WS-TCEXC-COUNT
                      ' timecard exception(s) unresolved past the at'
                      'tendance cutoff - supervisor review required'
                   DELIMITED BY SIZE
                   INTO STATUS-MSG OF PAY-SVC-RES
           ELSE
               SET TCEXC-OUTSTANDING TO TRUE
           END-IF
           .

      * CHECK-PERIOD-QUIESCE: Walks the lock file for a 'PER' lock
      * on WS-TEMP-PAY's period held by someone other than this
      * request's USER-ID. The quiescing batch itself (the holder)
      * the behavior from before the compensation master existed.
      * Bonus and special runs are exempt altogether: their keyed
      * GROSS-PAY IS the bonus or allowance amount, not a monthly
      * salary to be re-derived. A semi-monthly pay is half the
      * monthly salary and a weekly pay 12/52 of it; the hourly sum
      * covers the pay's own attendance window.
       DERIVE-GROSS-PAY.
           IF RUN-BONUS OF WS-TEMP-PAY OR RUN-SPECIAL OF WS-TEMP-PAY
               EXIT PARAGRAPH

           IF NOT CALC-BASIS-HOURLY
               IF COMP-VERSION-RESOLVED
                   EVALUATE TRUE
                       WHEN PERIOD-SEMI-MONTHLY OF WS-TEMP-PAY
                           COMPUTE GROSS-PAY OF WS-TEMP-PAY ROUNDED
                                   MODE IS NEAREST-AWAY-FROM-ZERO
                               = BASE-SALARY OF WS-TEMP-PAY
                               / SEMI-MONTHS-PER-MONTH
                       WHEN PERIOD-WEEKLY OF WS-TEMP-PAY
                           COMPUTE GROSS-PAY OF WS-TEMP-PAY ROUNDED
                                   MODE IS NEAREST-AWAY-FROM-ZERO
                               = BASE-SALARY OF WS-TEMP-PAY
                               * MONTHS-PER-YEAR / WEEKS-PER-YEAR
                       WHEN OTHER
                           MOVE BASE-SALARY OF WS-TEMP-PAY
                               TO GROSS-PAY OF WS-TEMP-PAY
                   END-EVALUATE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE EMP-ID OF WS-TEMP-PAY TO Q-EMP-ID OF TIME-SVC-REQ
           MOVE PAY-PERIOD OF WS-TEMP-PAY
               TO Q-PAY-PERIOD OF TIME-SVC-REQ
           IF NOT PERIOD-MONTHLY OF WS-TEMP-PAY
               MOVE PERIOD-FROM OF WS-TEMP-PAY
                   TO Q-FROM-DATE OF TIME-SVC-REQ
               MOVE PERIOD-TO OF WS-TEMP-PAY
                   TO Q-TO-DATE OF TIME-SVC-REQ
           END-IF

           CALL 'TIME-SVC' USING TIME-SVC-REQ TIME-SVC-RES

               MOVE 0 TO WS-STD-REMUN-FOR-CALC
           END-IF

      *    The month's premiums on the standard remuneration come
      *    out of its first pay - the later semi-monthly or weekly
      *    pays see zero, the same way; premiums on the pay itself
      *    are still taken every pay
           IF MONTHLY-ITEMS-TAKEN
               MOVE 0 TO WS-STD-REMUN-FOR-CALC
           END-IF

      *    Bonus runs pull their own deduction rule set - bonus
      *    premiums use different rates than the monthly run
           MOVE 0 TO WS-SI-PREMIUM-TOTAL
           INITIALIZE RULE-SVC-REQ
           SET OP-LIST OF RULE-SVC-REQ TO TRUE
           IF RUN-BONUS OF WS-TEMP-PAY
           END-IF
           CALL 'RULE-SVC' USING RULE-SVC-REQ RULE-SVC-RES

      *    A retirement allowance is not remuneration for social
      *    insurance - a special run takes no premiums
           MOVE 0 TO WS-RULE-LIST-COUNT
           IF STATUS-CODE-N OF RULE-SVC-RES = 0
                   AND NOT RUN-SPECIAL OF WS-TEMP-PAY
               MOVE RULES-COUNT OF RULE-SVC-RES TO WS-RULE-LIST-COUNT
               PERFORM SNAPSHOT-ONE-RULE
                   VARYING WS-RULE-IDX FROM 1 BY 1
                           WS-SNAP-EFF-FROM (WS-RULE-IDX)
                       AND PAY-DATE OF WS-TEMP-PAY <=
                           WS-SNAP-EFF-TO (WS-RULE-IDX)
                       AND WS-SNAP-RULE-ID (WS-RULE-IDX) (1:10)
                           NOT = INCOME-TAX-RULE-PREFIX
                       PERFORM RUN-ONE-DEDUCTION-RULE
                   END-IF
               END-PERFORM

           PERFORM ADD-BENEFIT-DEDUCTIONS
           PERFORM ADD-RESIDENT-TAX
           PERFORM ADD-HOUSING-RENT
           PERFORM ADD-SAVINGS-CONTRIBUTIONS
           PERFORM ADD-ABSENCE-DEDUCTION

      *    Income tax last - its base nets off the premiums and the
      *    absence deduction worked out above
           PERFORM ADD-INCOME-TAX

      *    The year-end adjustment settles against the year's
      *    withholding, so it follows the month's income tax
           PERFORM ADD-YEAR-END-ADJUSTMENT

           IF FX-ON OF CONFIG AND WS-FX-LOOKUP-RATE NOT = 0
               EVALUATE TRUE
                   WHEN ROUND-UP OF CONFIG

           CALL 'RULE-SVC' USING RULE-SVC-REQ RULE-SVC-RES

      *    An age-banded social insurance rule the employee is
      *    outside of in this pay period books nothing - no amount
      *    and no detail line
           IF STATUS-CODE-N OF RULE-SVC-RES = 0
                   AND NOT AGE-ANY OF OUT-RULE OF RULE-SVC-RES
                   AND CALC-EMP-FOUND
               MOVE 'A' TO WS-AU-OP
               MOVE 0 TO WS-AU-AGE
               CALL 'AGE-UTIL' USING WS-AU-OP
                                     BIRTH-DATE OF WS-TEMP-EMP
                                     WS-AU-AGE
                                     AGE-CLASS OF OUT-RULE
                                         OF RULE-SVC-RES
                                     PAY-PERIOD OF WS-TEMP-PAY
                                     WS-AU-RESULT WS-AU-STATUS
               IF WS-AU-RESULT = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF STATUS-CODE-N OF RULE-SVC-RES = 0
               ADD OUTPUT-VALUE-N OF RULE-SVC-RES
                   TO WS-DEDUCT-IN-DEFAULT
      *        With income tax out of the rule set, what the rules
      *        produce is the statutory premiums - deductible from
      *        the withholding base
               ADD OUTPUT-VALUE-N OF RULE-SVC-RES
                   TO WS-SI-PREMIUM-TOTAL

               INITIALIZE PAYDTL-SVC-REQ
               INITIALIZE PAYDTL-SVC-RES
      * terms, the same as deduction rules. An enrollment outside its
      * ENROLLED-DATE/END-DATE window on PAY-DATE is skipped.
       ADD-BENEFIT-DEDUCTIONS.
           IF MONTHLY-ITEMS-TAKEN
               MOVE 0 TO EMPLOYER-COST OF WS-TEMP-PAY
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-BENEFIT-CURSOR
           SET MORE-BENEFITS-TO-SCAN TO TRUE
           MOVE 0 TO WS-EMPLOYER-TOTAL
      * Component amounts are carried in the payroll's own currency
      * terms.
       ADD-EARNINGS-COMPONENTS.
           MOVE 0 TO WS-NONTAX-EARNINGS

      *    Monthly allowances (commuting, housing, ...) belong to
      *    the regular run only - they are not paid again on a
      *    bonus or special run
           IF RUN-BONUS OF WS-TEMP-PAY OR RUN-SPECIAL OF WS-TEMP-PAY
               EXIT PARAGRAPH
           END-IF
           IF MONTHLY-ITEMS-TAKEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-EARN-CURSOR
           SET MORE-EARNINGS-TO-SCAN TO TRUE
                       EFFECTIVE-TO OF OUT-EARNING OF EARN-SVC-RES
               ADD EARN-AMOUNT OF OUT-EARNING OF EARN-SVC-RES
                   TO GROSS-PAY OF WS-TEMP-PAY
      *        The commuting allowance up to the statutory ceiling
      *        (COMMREL splits the excess off as COMMUTETX) stays
      *        out of the withholding base
               IF EARN-CODE OF OUT-EARNING OF EARN-SVC-RES
                       = NONTAX-COMMUTE-CODE
                   ADD EARN-AMOUNT OF OUT-EARNING OF EARN-SVC-RES
                       TO WS-NONTAX-EARNINGS
               END-IF
               PERFORM WRITE-EARNING-DETAIL-LINE
           END-IF

           CALL 'PAYDTL-SVC' USING PAYDTL-SVC-REQ PAYDTL-SVC-RES
           .

      * ADD-REST-DAY-WORK: Pays a monthly-basis employee's rest
      * days worked in the pay period from the SUBHOL-SVC exchange
      * records. Whatever this PAY-ID settled on an earlier
      * calculation is released first; each open, unpaid record for
      * a work date in the period is then priced at the absence
      * hourly rate - a compensatory day taken inside the period at
      * the premium portion only, one not taken at the full holiday
      * rate; a substitute day taken inside the period is a plain
      * swap, one not taken is paid at the ordinary rate - and
      * stamped paid by this PAY-ID. Hourly staff are already paid
      * their holiday hours from the timecards.
       ADD-REST-DAY-WORK.
           IF RUN-BONUS OF WS-TEMP-PAY OR RUN-SPECIAL OF WS-TEMP-PAY
               EXIT PARAGRAPH
           END-IF
           IF CALC-EMP-NOT-FOUND
               EXIT PARAGRAPH
           END-IF
           IF NOT CALC-BASIS-MONTHLY
               EXIT PARAGRAPH
           END-IF

           INITIALIZE SUBHOL-SVC-REQ
           INITIALIZE SUBHOL-SVC-RES
           SET OP-RELEASE OF SUBHOL-SVC-REQ TO TRUE
           MOVE 'PAY-SVC' TO USER-ID OF SUBHOL-SVC-REQ
           MOVE SPACES TO CORR-ID OF SUBHOL-SVC-REQ
           MOVE EMP-ID OF WS-TEMP-PAY TO Q-EMP-ID OF SUBHOL-SVC-REQ
           MOVE PAY-ID OF WS-TEMP-PAY TO Q-PAY-ID OF SUBHOL-SVC-REQ
           CALL 'SUBHOL-SVC' USING SUBHOL-SVC-REQ SUBHOL-SVC-RES

           SET SHL-RATE-UNRESOLVED TO TRUE
           MOVE 0 TO WS-SHL-CURSOR
           SET MORE-SHL-TO-SCAN TO TRUE
           PERFORM SCAN-NEXT-REST-DAY UNTIL NO-MORE-SHL
           .

      * SCAN-NEXT-REST-DAY: One step of the ADD-REST-DAY-WORK walk
      * - fetches the employee's next exchange record past
      * WS-SHL-CURSOR and settles it when it belongs to the period.
       SCAN-NEXT-REST-DAY.
           INITIALIZE SUBHOL-SVC-REQ
           INITIALIZE SUBHOL-SVC-RES
           SET OP-LIST-FOR-EMP OF SUBHOL-SVC-REQ TO TRUE
           MOVE 'PAY-SVC' TO USER-ID OF SUBHOL-SVC-REQ
           MOVE SPACES TO CORR-ID OF SUBHOL-SVC-REQ
           MOVE EMP-ID OF WS-TEMP-PAY TO Q-EMP-ID OF SUBHOL-SVC-REQ
           MOVE WS-SHL-CURSOR TO Q-CURSOR OF SUBHOL-SVC-REQ

           CALL 'SUBHOL-SVC' USING SUBHOL-SVC-REQ SUBHOL-SVC-RES

           IF NOT OK OF SUBHOL-SVC-RES
               SET NO-MORE-SHL TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE NEXT-CURSOR OF SUBHOL-SVC-RES TO WS-SHL-CURSOR

      *    A semi-monthly or weekly pay settles the rest days worked
      *    inside its own attendance window
           IF NOT PERIOD-MONTHLY OF WS-TEMP-PAY
               IF WORK-DATE OF OUT-SUBHOL OF SUBHOL-SVC-RES
                       > PERIOD-TO OF WS-TEMP-PAY
                   SET NO-MORE-SHL TO TRUE
                   EXIT PARAGRAPH
               END-IF
               IF WORK-DATE OF OUT-SUBHOL OF SUBHOL-SVC-RES
                       >= PERIOD-FROM OF WS-TEMP-PAY
                       AND NOT SUBHOL-CANCELLED OF OUT-SUBHOL
                           OF SUBHOL-SVC-RES
                       AND PREMIUM-NOT-PAID OF OUT-SUBHOL
                           OF SUBHOL-SVC-RES
                   PERFORM SETTLE-ONE-REST-DAY
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WORK-DATE OF OUT-SUBHOL OF SUBHOL-SVC-RES / 100
                   > PAY-PERIOD OF WS-TEMP-PAY
               SET NO-MORE-SHL TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF WORK-DATE OF OUT-SUBHOL OF SUBHOL-SVC-RES / 100
                   = PAY-PERIOD OF WS-TEMP-PAY
                   AND NOT SUBHOL-CANCELLED OF OUT-SUBHOL
                       OF SUBHOL-SVC-RES
                   AND PREMIUM-NOT-PAID OF OUT-SUBHOL
                       OF SUBHOL-SVC-RES
               PERFORM SETTLE-ONE-REST-DAY
           END-IF
           .

      * SETTLE-ONE-REST-DAY: Prices the exchange record in
      * OUT-SUBHOL, books it as a RESTDAY earning line and stamps it
      * paid by this PAY-ID. A substitute day swapped inside the
      * period is stamped at 0% so it is not offered again.
       SETTLE-ONE-REST-DAY.
           IF SHL-RATE-UNRESOLVED
               PERFORM COUNT-EXPECTED-BUSINESS-DAYS
               IF WS-ABS-EXPECTED-DAYS = 0
                   SET NO-MORE-SHL TO TRUE
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-ABS-DAILY-RATE
                       ROUNDED MODE IS NEAREST-AWAY-FROM-ZERO
                   = BASE-SALARY OF WS-TEMP-PAY / WS-ABS-EXPECTED-DAYS
               COMPUTE WS-ABS-HOURLY-RATE
                       ROUNDED MODE IS NEAREST-AWAY-FROM-ZERO
                   = WS-ABS-DAILY-RATE / WS-ABS-DAILY-HOURS
               SET SHL-RATE-RESOLVED TO TRUE
           END-IF

           IF DAY-OFF-DATE OF OUT-SUBHOL OF SUBHOL-SVC-RES / 100
                   = PAY-PERIOD OF WS-TEMP-PAY
               IF SUBHOL-COMPENSATORY OF OUT-SUBHOL OF SUBHOL-SVC-RES
                   MOVE COMP-DAY-PREMIUM-PCT TO WS-SHL-RATE-PCT
               ELSE
                   MOVE 0 TO WS-SHL-RATE-PCT
               END-IF
           ELSE
               IF SUBHOL-COMPENSATORY OF OUT-SUBHOL OF SUBHOL-SVC-RES
                   MOVE COMP-DAY-FULL-PCT TO WS-SHL-RATE-PCT
               ELSE
                   MOVE SUBST-DAY-FULL-PCT TO WS-SHL-RATE-PCT
               END-IF
           END-IF

           COMPUTE WS-SHL-AMOUNT
                   ROUNDED MODE IS NEAREST-AWAY-FROM-ZERO
               = WORKED-HOURS OF OUT-SUBHOL OF SUBHOL-SVC-RES
               * WS-ABS-HOURLY-RATE * WS-SHL-RATE-PCT / 100

           IF WS-SHL-AMOUNT > 0
               ADD WS-SHL-AMOUNT TO GROSS-PAY OF WS-TEMP-PAY
               MOVE WORKED-HOURS OF OUT-SUBHOL OF SUBHOL-SVC-RES
                   TO WS-SHL-HOURS-DISP
               INITIALIZE PAYDTL-SVC-REQ
               INITIALIZE PAYDTL-SVC-RES
               MOVE 'A' TO OP-CODE OF PAYDTL-SVC-REQ
               MOVE 'PAY-SVC' TO USER-ID OF PAYDTL-SVC-REQ
               MOVE SPACES TO CORR-ID OF PAYDTL-SVC-REQ
               MOVE PAY-ID OF WS-TEMP-PAY
                   TO PAY-ID OF IN-PAYDTL OF PAYDTL-SVC-REQ
               ADD 1 TO WS-DTL-SEQ
               MOVE WS-DTL-SEQ
                   TO LINE-SEQ OF IN-PAYDTL OF PAYDTL-SVC-REQ
               SET LINE-EARNING OF IN-PAYDTL OF PAYDTL-SVC-REQ
                   TO TRUE
               MOVE 'RESTDAY'
                   TO LINE-CODE OF IN-PAYDTL OF PAYDTL-SVC-REQ
               MOVE SPACES TO LINE-DESCR OF IN-PAYDTL OF PAYDTL-SVC-REQ
               STRING 'Rest day '
                      WORK-DATE OF OUT-SUBHOL OF SUBHOL-SVC-RES
                      ' ' WS-SHL-HOURS-DISP 'h at '
                      WS-SHL-RATE-PCT '%'
                   DELIMITED BY SIZE
                   INTO LINE-DESCR OF IN-PAYDTL OF PAYDTL-SVC-REQ
               MOVE WS-SHL-AMOUNT
                   TO LINE-AMOUNT OF IN-PAYDTL OF PAYDTL-SVC-REQ
               CALL 'PAYDTL-SVC' USING PAYDTL-SVC-REQ PAYDTL-SVC-RES
           END-IF

           MOVE EMP-ID OF WS-TEMP-PAY TO Q-EMP-ID OF SUBHOL-SVC-REQ
           MOVE WORK-DATE OF OUT-SUBHOL OF SUBHOL-SVC-RES
               TO Q-WORK-DATE OF SUBHOL-SVC-REQ
           INITIALIZE SUBHOL-SVC-RES
           SET OP-MARK-PAID OF SUBHOL-SVC-REQ TO TRUE
           MOVE PAY-ID OF WS-TEMP-PAY TO Q-PAY-ID OF SUBHOL-SVC-REQ
           MOVE WS-SHL-AMOUNT TO Q-PAID-AMOUNT OF SUBHOL-SVC-REQ
           MOVE WS-SHL-RATE-PCT TO Q-PAID-RATE-PCT OF SUBHOL-SVC-REQ
           CALL 'SUBHOL-SVC' USING SUBHOL-SVC-REQ SUBHOL-SVC-RES
           .

      * ADD-FLEX-SETTLEMENT: For a monthly-basis employee on an
      * active flextime pattern, asks FLEX-SVC to settle the hours
      * bank when this pay period closes the settlement period
      * (after releasing whatever this PAY-ID settled on an earlier
      * calculation). Hours past the legal framework are paid at
      * the overtime premium, hours past the required total but
      * inside the framework at the ordinary hourly rate - both at
      * the absence hourly rate - and the shortfall hours not
      * carried forward are left in WS-FLEX-DEDUCT-HOURS for the
      * absence deduction. Hourly staff are already paid the hours
      * they clocked.
       ADD-FLEX-SETTLEMENT.
           SET CALC-FIXED-PATTERN TO TRUE
           MOVE 0 TO WS-FLEX-DEDUCT-HOURS
           MOVE 0 TO WS-FLEX-HOURLY-RATE
           IF RUN-BONUS OF WS-TEMP-PAY OR RUN-SPECIAL OF WS-TEMP-PAY
               EXIT PARAGRAPH
           END-IF
           IF CALC-EMP-NOT-FOUND
               EXIT PARAGRAPH
           END-IF
           IF NOT CALC-BASIS-MONTHLY
               EXIT PARAGRAPH
           END-IF
           IF SCHED-PATTERN-CODE OF WS-TEMP-EMP = SPACES
               EXIT PARAGRAPH
           END-IF

           INITIALIZE SCHED-SVC-REQ
           INITIALIZE SCHED-SVC-RES
           SET OP-FIND OF SCHED-SVC-REQ TO TRUE
           MOVE 'PAY-SVC' TO USER-ID OF SCHED-SVC-REQ
           MOVE SPACES TO CORR-ID OF SCHED-SVC-REQ
           MOVE SCHED-PATTERN-CODE OF WS-TEMP-EMP
               TO Q-PATTERN-CODE OF SCHED-SVC-REQ
           CALL 'SCHED-SVC' USING SCHED-SVC-REQ SCHED-SVC-RES
           IF NOT OK OF SCHED-SVC-RES
                   OR NOT PATTERN-ACTIVE OF OUT-SCHEDULE
                       OF SCHED-SVC-RES
                   OR NOT PATTERN-FLEXTIME OF OUT-SCHEDULE
                       OF SCHED-SVC-RES
               EXIT PARAGRAPH
           END-IF
           SET CALC-FLEX-PATTERN TO TRUE

      *    The settlement period is counted in months - a semi-
      *    monthly or weekly pay is not settled against it
           IF NOT PERIOD-MONTHLY OF WS-TEMP-PAY
               EXIT PARAGRAPH
           END-IF

           INITIALIZE FLEX-SVC-REQ
           INITIALIZE FLEX-SVC-RES
           SET OP-RELEASE OF FLEX-SVC-REQ TO TRUE
           MOVE 'PAY-SVC' TO USER-ID OF FLEX-SVC-REQ
           MOVE SPACES TO CORR-ID OF FLEX-SVC-REQ
           MOVE EMP-ID OF WS-TEMP-PAY TO Q-EMP-ID OF FLEX-SVC-REQ
           MOVE PAY-ID OF WS-TEMP-PAY TO Q-PAY-ID OF FLEX-SVC-REQ
           CALL 'FLEX-SVC' USING FLEX-SVC-REQ FLEX-SVC-RES

           INITIALIZE FLEX-SVC-REQ
           INITIALIZE FLEX-SVC-RES
           SET OP-SETTLE OF FLEX-SVC-REQ TO TRUE
           MOVE 'PAY-SVC' TO USER-ID OF FLEX-SVC-REQ
           MOVE SPACES TO CORR-ID OF FLEX-SVC-REQ
           MOVE EMP-ID OF WS-TEMP-PAY TO Q-EMP-ID OF FLEX-SVC-REQ
           MOVE SCHED-PATTERN-CODE OF WS-TEMP-EMP
               TO Q-PATTERN-CODE OF FLEX-SVC-REQ
           MOVE PAY-PERIOD OF WS-TEMP-PAY
               TO Q-PAY-PERIOD OF FLEX-SVC-REQ
           MOVE PAY-ID OF WS-TEMP-PAY TO Q-PAY-ID OF FLEX-SVC-REQ
           CALL 'FLEX-SVC' USING FLEX-SVC-REQ FLEX-SVC-RES

           IF NOT OK OF FLEX-SVC-RES
                   OR NOT PERIOD-SETTLED-NOW OF FLEX-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM COUNT-EXPECTED-BUSINESS-DAYS
           IF WS-ABS-EXPECTED-DAYS = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ABS-DAILY-RATE
                   ROUNDED MODE IS NEAREST-AWAY-FROM-ZERO
               = BASE-SALARY OF WS-TEMP-PAY / WS-ABS-EXPECTED-DAYS
           COMPUTE WS-FLEX-HOURLY-RATE
                   ROUNDED MODE IS NEAREST-AWAY-FROM-ZERO
               = WS-ABS-DAILY-RATE / WS-ABS-DAILY-HOURS
           MOVE DEDUCTED-HOURS OF OUT-FLEXBANK OF FLEX-SVC-RES
               TO WS-FLEX-DEDUCT-HOURS

           IF OVERTIME-HOURS OF OUT-FLEXBANK OF FLEX-SVC-RES > 0
               COMPUTE WS-FLEX-AMOUNT
                       ROUNDED MODE IS NEAREST-AWAY-FROM-ZERO
                   = OVERTIME-HOURS OF OUT-FLEXBANK OF FLEX-SVC-RES
                   * WS-FLEX-HOURLY-RATE * OVERTIME-PREMIUM-RATE
               MOVE OVERTIME-HOURS OF OUT-FLEXBANK OF FLEX-SVC-RES
                   TO WS-FLEX-HOURS-DISP
               MOVE 'FLEXOT' TO WS-PREMIUM-CODE
               MOVE SPACES TO WS-PREMIUM-DESCR
               STRING 'Flextime overtime ' WS-FLEX-HOURS-DISP
                      ' hrs at 125%'
                   DELIMITED BY SIZE INTO WS-PREMIUM-DESCR
               PERFORM WRITE-FLEX-EARNING-LINE
           END-IF

           IF IN-FRAME-HOURS OF OUT-FLEXBANK OF FLEX-SVC-RES > 0
               COMPUTE WS-FLEX-AMOUNT
                       ROUNDED MODE IS NEAREST-AWAY-FROM-ZERO
                   = IN-FRAME-HOURS OF OUT-FLEXBANK OF FLEX-SVC-RES
                   * WS-FLEX-HOURLY-RATE
               MOVE IN-FRAME-HOURS OF OUT-FLEXBANK OF FLEX-SVC-RES
                   TO WS-FLEX-HOURS-DISP
               MOVE 'FLEXINFR' TO WS-PREMIUM-CODE
               MOVE SPACES TO WS-PREMIUM-DESCR
               STRING 'Flextime surplus ' WS-FLEX-HOURS-DISP
                      ' hrs at 100%'
                   DELIMITED BY SIZE INTO WS-PREMIUM-DESCR
               PERFORM WRITE-FLEX-EARNING-LINE
           END-IF
           .

      * WRITE-FLEX-EARNING-LINE: Adds WS-FLEX-AMOUNT to the gross
      * and books it as an earning line under WS-PREMIUM-CODE.
       WRITE-FLEX-EARNING-LINE.
           IF WS-FLEX-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF
           ADD WS-FLEX-AMOUNT TO GROSS-PAY OF WS-TEMP-PAY

           INITIALIZE PAYDTL-SVC-REQ
           INITIALIZE PAYDTL-SVC-RES
           MOVE 'A' TO OP-CODE OF PAYDTL-SVC-REQ
           MOVE 'PAY-SVC' TO USER-ID OF PAYDTL-SVC-REQ
           MOVE SPACES TO CORR-ID OF PAYDTL-SVC-REQ
           MOVE PAY-ID OF WS-TEMP-PAY
               TO PAY-ID OF IN-PAYDTL OF PAYDTL-SVC-REQ
           ADD 1 TO WS-DTL-SEQ
           MOVE WS-DTL-SEQ
               TO LINE-SEQ OF IN-PAYDTL OF PAYDTL-SVC-REQ
           SET LINE-EARNING OF IN-PAYDTL OF PAYDTL-SVC-REQ TO TRUE
           MOVE WS-PREMIUM-CODE
               TO LINE-CODE OF IN-PAYDTL OF PAYDTL-SVC-REQ
           MOVE WS-PREMIUM-DESCR
               TO LINE-DESCR OF IN-PAYDTL OF PAYDTL-SVC-REQ
           MOVE WS-FLEX-AMOUNT
               TO LINE-AMOUNT OF IN-PAYDTL OF PAYDTL-SVC-REQ
           CALL 'PAYDTL-SVC' USING PAYDTL-SVC-REQ PAYDTL-SVC-RES
           .

      * ADD-RETRO-ADJUSTMENTS: Walks the employee's adjustment
      * records via ADJ-SVC's cursor listing. A pending delta is
      * folded into GROSS-PAY, itemized as an 'A' detail line naming
           END-IF
           .

      * ADD-SAVINGS-INCENTIVE: Fetches the savings plans deducting
      * on PAY-DATE from SAVE-SVC - left in SAVE-SVC-RES for
      * ADD-SAVINGS-CONTRIBUTIONS - and pays the stock plan's company
      * incentive, its INCENTIVE-PCT of this run's contribution cut
      * to the yen, into GROSS-PAY as a taxable STOCK-INCENTIVE
      * earning line. Regular runs contribute the monthly amount,
      * bonus runs the bonus amount; special runs take no savings.
       ADD-SAVINGS-INCENTIVE.
           INITIALIZE SAVE-SVC-RES
           IF RUN-SPECIAL OF WS-TEMP-PAY
               EXIT PARAGRAPH
           END-IF
           IF MONTHLY-ITEMS-TAKEN
               EXIT PARAGRAPH
           END-IF

           INITIALIZE SAVE-SVC-REQ
           SET OP-FIND-ACTIVE OF SAVE-SVC-REQ TO TRUE
           MOVE 'PAY-SVC' TO USER-ID OF SAVE-SVC-REQ
           MOVE SPACES TO CORR-ID OF SAVE-SVC-REQ
           MOVE EMP-ID OF WS-TEMP-PAY TO Q-EMP-ID OF SAVE-SVC-REQ
           MOVE PAY-DATE OF WS-TEMP-PAY TO Q-DATE OF SAVE-SVC-REQ

           CALL 'SAVE-SVC' USING SAVE-SVC-REQ SAVE-SVC-RES

           IF NOT OK OF SAVE-SVC-RES
               MOVE 0 TO ACTIVE-COUNT OF SAVE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM PAY-ONE-SAVINGS-INCENTIVE
               VARYING WS-SAV-IDX FROM 1 BY 1
               UNTIL WS-SAV-IDX > ACTIVE-COUNT OF SAVE-SVC-RES
           .

       PAY-ONE-SAVINGS-INCENTIVE.
           PERFORM PICK-SAVINGS-CONTRIBUTION
           IF WS-SAV-INCENTIVE = 0
               EXIT PARAGRAPH
           END-IF

           ADD WS-SAV-INCENTIVE TO GROSS-PAY OF WS-TEMP-PAY

           INITIALIZE PAYDTL-SVC-REQ
           INITIALIZE PAYDTL-SVC-RES
           MOVE 'A' TO OP-CODE OF PAYDTL-SVC-REQ
           MOVE 'PAY-SVC' TO USER-ID OF PAYDTL-SVC-REQ
           MOVE SPACES TO CORR-ID OF PAYDTL-SVC-REQ
           MOVE PAY-ID OF WS-TEMP-PAY
               TO PAY-ID OF IN-PAYDTL OF PAYDTL-SVC-REQ
           ADD 1 TO WS-DTL-SEQ
           MOVE WS-DTL-SEQ
               TO LINE-SEQ OF IN-PAYDTL OF PAYDTL-SVC-REQ
           SET LINE-EARNING OF IN-PAYDTL OF PAYDTL-SVC-REQ TO TRUE
           MOVE STOCK-INCENTIVE-CODE
               TO LINE-CODE OF IN-PAYDTL OF PAYDTL-SVC-REQ
           MOVE 'Shareholding association incentive'
               TO LINE-DESCR OF IN-PAYDTL OF PAYDTL-SVC-REQ
           MOVE WS-SAV-INCENTIVE
               TO LINE-AMOUNT OF IN-PAYDTL OF PAYDTL-SVC-REQ
           CALL 'PAYDTL-SVC' USING PAYDTL-SVC-REQ PAYDTL-SVC-RES
           .

      * PICK-SAVINGS-CONTRIBUTION: The plan's contribution for this
      * run - the bonus amount on a bonus run, else the monthly one -
      * and, on the stock plan, the incentive on it cut to the yen.
       PICK-SAVINGS-CONTRIBUTION.
           IF RUN-BONUS OF WS-TEMP-PAY
               MOVE ACT-BONUS-AMOUNT(WS-SAV-IDX) TO WS-SAV-CONTRIBUTION
           ELSE
               MOVE ACT-MONTHLY-AMOUNT(WS-SAV-IDX)
                   TO WS-SAV-CONTRIBUTION
           END-IF
           MOVE 0 TO WS-SAV-INCENTIVE
           IF ACT-PLAN-STOCK(WS-SAV-IDX)
               COMPUTE WS-SAV-INCENTIVE =
                   WS-SAV-CONTRIBUTION * ACT-INCENTIVE-PCT(WS-SAV-IDX)
                       / 100
           END-IF
           .

      * ADD-RESIDENT-TAX: The month's municipal resident tax from
      * RESTAX-SVC, added into the deduction total with its own
      * detail line. An employee with no notification on file for
      * the period's fiscal year simply has no resident tax line -
      * the pre-notification behavior.
       ADD-RESIDENT-TAX.
      *    The month's resident tax comes out of the regular run
      *    only - deducting it again on a bonus run in the same
      *    month would double-collect it
           IF RUN-BONUS OF WS-TEMP-PAY OR RUN-SPECIAL OF WS-TEMP-PAY
               EXIT PARAGRAPH
           END-IF
           IF MONTHLY-ITEMS-TAKEN
               EXIT PARAGRAPH
           END-IF

           INITIALIZE RESTAX-SVC-REQ
           INITIALIZE RESTAX-SVC-RES
           SET OP-FIND-FOR-MONTH OF RESTAX-SVC-REQ TO TRUE
           MOVE 'PAY-SVC' TO USER-ID OF RESTAX-SVC-REQ
           MOVE SPACES TO CORR-ID OF RESTAX-SVC-REQ
           MOVE EMP-ID OF WS-TEMP-PAY TO Q-EMP-ID OF RESTAX-SVC-REQ
               EXIT PARAGRAPH
           END-IF

           IF MONTH-AMOUNT OF RESTAX-SVC-RES = 0
                   AND LUMP-SUM-AMOUNT OF RESTAX-SVC-RES = 0
               EXIT PARAGRAPH
           END-IF

      *    A January-May leaver's remaining balance comes out of the
      *    final pay as a line of its own
           IF LUMP-SUM-AMOUNT OF RESTAX-SVC-RES > 0
               PERFORM ADD-RESIDENT-TAX-LUMP-SUM
           END-IF

           IF MONTH-AMOUNT OF RESTAX-SVC-RES = 0
               EXIT PARAGRAPH
           END-IF
           CALL 'PAYDTL-SVC' USING PAYDTL-SVC-REQ PAYDTL-SVC-RES
           .

      * ADD-RESIDENT-TAX-LUMP-SUM: The balance of the fiscal year
      * recorded on the leaver's change notification, deducted in
      * full from the final collection period's pay.
       ADD-RESIDENT-TAX-LUMP-SUM.
           ADD LUMP-SUM-AMOUNT OF RESTAX-SVC-RES
               TO WS-DEDUCT-IN-DEFAULT

           INITIALIZE PAYDTL-SVC-REQ
           INITIALIZE PAYDTL-SVC-RES
           MOVE 'A' TO OP-CODE OF PAYDTL-SVC-REQ
           MOVE 'PAY-SVC' TO USER-ID OF PAYDTL-SVC-REQ
           MOVE SPACES TO CORR-ID OF PAYDTL-SVC-REQ
           MOVE PAY-ID OF WS-TEMP-PAY
               TO PAY-ID OF IN-PAYDTL OF PAYDTL-SVC-REQ
           ADD 1 TO WS-DTL-SEQ
           MOVE WS-DTL-SEQ
               TO LINE-SEQ OF IN-PAYDTL OF PAYDTL-SVC-REQ
           SET LINE-RESIDENT-TAX OF IN-PAYDTL OF PAYDTL-SVC-REQ
               TO TRUE
           MOVE RESTAX-LUMP-SUM-CODE
               TO LINE-CODE OF IN-PAYDTL OF PAYDTL-SVC-REQ
           MOVE SPACES TO LINE-DESCR OF IN-PAYDTL OF PAYDTL-SVC-REQ
           STRING 'Resident tax lump sum, city '
                  MUNICIPALITY-CODE OF OUT-RESTAX OF RESTAX-SVC-RES
               DELIMITED BY SIZE
               INTO LINE-DESCR OF IN-PAYDTL OF PAYDTL-SVC-REQ
           MOVE LUMP-SUM-AMOUNT OF RESTAX-SVC-RES
               TO LINE-AMOUNT OF IN-PAYDTL OF PAYDTL-SVC-REQ
           CALL 'PAYDTL-SVC' USING PAYDTL-SVC-REQ PAYDTL-SVC-RES
           .

      * ADD-HOUSING-RENT: The rent of any company flat the employee
      * lived in during the period, from HOUSE-SVC - a move inside
      * the month is charged for the nights occupied - added into
      * the deduction total with a HOUSING line per flat. Rent under
      * half the flat's statutory rental value leaves the whole
      * shortfall as a taxable benefit-in-kind: written as a memo
      * line and kept as BENEFIT-IN-KIND for ADD-INCOME-TAX. The
      * lease cost the rent does not cover is kept as HOUSING-COST
      * for the labor cost reports. Regular runs only.
       ADD-HOUSING-RENT.
           MOVE 0 TO BENEFIT-IN-KIND OF WS-TEMP-PAY
           MOVE 0 TO HOUSING-COST OF WS-TEMP-PAY
           IF RUN-BONUS OF WS-TEMP-PAY OR RUN-SPECIAL OF WS-TEMP-PAY
               EXIT PARAGRAPH
           END-IF
           IF MONTHLY-ITEMS-TAKEN
               EXIT PARAGRAPH
           END-IF

           INITIALIZE HOUSE-SVC-REQ
           INITIALIZE HOUSE-SVC-RES
           SET OP-CHARGE OF HOUSE-SVC-REQ TO TRUE
           MOVE 'PAY-SVC' TO USER-ID OF HOUSE-SVC-REQ
           MOVE SPACES TO CORR-ID OF HOUSE-SVC-REQ
           MOVE EMP-ID OF WS-TEMP-PAY TO Q-EMP-ID OF HOUSE-SVC-REQ
           MOVE PAY-PERIOD OF WS-TEMP-PAY
               TO Q-PAY-PERIOD OF HOUSE-SVC-REQ

           CALL 'HOUSE-SVC' USING HOUSE-SVC-REQ HOUSE-SVC-RES

           IF NOT OK OF HOUSE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM CHARGE-ONE-HOUSING
               VARYING WS-HSG-IDX FROM 1 BY 1
               UNTIL WS-HSG-IDX > CHARGE-COUNT OF HOUSE-SVC-RES

           IF BENEFIT-IN-KIND OF WS-TEMP-PAY = 0
               EXIT PARAGRAPH
           END-IF

           INITIALIZE PAYDTL-SVC-REQ
           INITIALIZE PAYDTL-SVC-RES
           MOVE 'A' TO OP-CODE OF PAYDTL-SVC-REQ
           MOVE 'PAY-SVC' TO USER-ID OF PAYDTL-SVC-REQ
           MOVE SPACES TO CORR-ID OF PAYDTL-SVC-REQ
           MOVE PAY-ID OF WS-TEMP-PAY
               TO PAY-ID OF IN-PAYDTL OF PAYDTL-SVC-REQ
           ADD 1 TO WS-DTL-SEQ
           MOVE WS-DTL-SEQ
               TO LINE-SEQ OF IN-PAYDTL OF PAYDTL-SVC-REQ
           SET LINE-BENEFIT-IN-KIND OF IN-PAYDTL OF PAYDTL-SVC-REQ
               TO TRUE
           MOVE HOUSING-BIK-CODE
               TO LINE-CODE OF IN-PAYDTL OF PAYDTL-SVC-REQ
           MOVE 'Housing benefit-in-kind (taxable)'
               TO LINE-DESCR OF IN-PAYDTL OF PAYDTL-SVC-REQ
           MOVE BENEFIT-IN-KIND OF WS-TEMP-PAY
               TO LINE-AMOUNT OF IN-PAYDTL OF PAYDTL-SVC-REQ
           CALL 'PAYDTL-SVC' USING PAYDTL-SVC-REQ PAYDTL-SVC-RES
           .

       CHARGE-ONE-HOUSING.
           ADD CHG-BENEFIT(WS-HSG-IDX) TO BENEFIT-IN-KIND OF WS-TEMP-PAY
           ADD CHG-HOUSING-COST(WS-HSG-IDX)
               TO HOUSING-COST OF WS-TEMP-PAY
           IF CHG-RENT(WS-HSG-IDX) = 0
               EXIT PARAGRAPH
           END-IF

           ADD CHG-RENT(WS-HSG-IDX) TO WS-DEDUCT-IN-DEFAULT

           INITIALIZE PAYDTL-SVC-REQ
           INITIALIZE PAYDTL-SVC-RES
           MOVE 'A' TO OP-CODE OF PAYDTL-SVC-REQ
           MOVE 'PAY-SVC' TO USER-ID OF PAYDTL-SVC-REQ
           MOVE SPACES TO CORR-ID OF PAYDTL-SVC-REQ
           MOVE PAY-ID OF WS-TEMP-PAY
               TO PAY-ID OF IN-PAYDTL OF PAYDTL-SVC-REQ
           ADD 1 TO WS-DTL-SEQ
           MOVE WS-DTL-SEQ
               TO LINE-SEQ OF IN-PAYDTL OF PAYDTL-SVC-REQ
           SET LINE-HOUSING OF IN-PAYDTL OF PAYDTL-SVC-REQ TO TRUE
           MOVE SPACES TO LINE-CODE OF IN-PAYDTL OF PAYDTL-SVC-REQ
           STRING HOUSING-LINE-PREFIX
                  CHG-PROPERTY-CODE(WS-HSG-IDX)
               DELIMITED BY SIZE
               INTO LINE-CODE OF IN-PAYDTL OF PAYDTL-SVC-REQ
           MOVE CHG-DAYS(WS-HSG-IDX) TO WS-HSG-DAYS-DESCR
           MOVE SPACES TO LINE-DESCR OF IN-PAYDTL OF PAYDTL-SVC-REQ
           STRING 'Company housing rent, '
                  WS-HSG-DAYS-DESCR
                  ' nights'
               DELIMITED BY SIZE
               INTO LINE-DESCR OF IN-PAYDTL OF PAYDTL-SVC-REQ
           MOVE CHG-RENT(WS-HSG-IDX)
               TO LINE-AMOUNT OF IN-PAYDTL OF PAYDTL-SVC-REQ
           CALL 'PAYDTL-SVC' USING PAYDTL-SVC-REQ PAYDTL-SVC-RES
           .

      * ADD-SAVINGS-CONTRIBUTIONS: Each savings plan
      * ADD-SAVINGS-INCENTIVE found deducting on PAY-DATE comes out
      * of the pay - the monthly amount on a regular run, the bonus
      * amount on a bonus run - with a SAVINGS line per plan for
      * SAVREMIT to total for the trustee. The stock plan's incentive
      * paid into gross goes to the association too, on its own
      * SAVINGS line. Contributions are paid from after-tax pay, so
      * the income tax base is untouched.
       ADD-SAVINGS-CONTRIBUTIONS.
           IF RUN-SPECIAL OF WS-TEMP-PAY
               EXIT PARAGRAPH
           END-IF

           PERFORM DEDUCT-ONE-SAVINGS-PLAN
               VARYING WS-SAV-IDX FROM 1 BY 1
               UNTIL WS-SAV-IDX > ACTIVE-COUNT OF SAVE-SVC-RES
           .

       DEDUCT-ONE-SAVINGS-PLAN.
           PERFORM PICK-SAVINGS-CONTRIBUTION
           IF WS-SAV-CONTRIBUTION = 0
               EXIT PARAGRAPH
           END-IF

           ADD WS-SAV-CONTRIBUTION TO WS-DEDUCT-IN-DEFAULT

           INITIALIZE PAYDTL-SVC-REQ
           INITIALIZE PAYDTL-SVC-RES
           MOVE 'A' TO OP-CODE OF PAYDTL-SVC-REQ
           MOVE 'PAY-SVC' TO USER-ID OF PAYDTL-SVC-REQ
           MOVE SPACES TO CORR-ID OF PAYDTL-SVC-REQ
           MOVE PAY-ID OF WS-TEMP-PAY
               TO PAY-ID OF IN-PAYDTL OF PAYDTL-SVC-REQ
           ADD 1 TO WS-DTL-SEQ
           MOVE WS-DTL-SEQ
               TO LINE-SEQ OF IN-PAYDTL OF PAYDTL-SVC-REQ
           SET LINE-SAVINGS OF IN-PAYDTL OF PAYDTL-SVC-REQ TO TRUE
           MOVE SPACES TO LINE-CODE OF IN-PAYDTL OF PAYDTL-SVC-REQ
           STRING SAVINGS-LINE-PREFIX
                  ACT-PLAN-TYPE(WS-SAV-IDX)
               DELIMITED BY SIZE
               INTO LINE-CODE OF IN-PAYDTL OF PAYDTL-SVC-REQ
           EVALUATE TRUE
               WHEN ACT-PLAN-STOCK(WS-SAV-IDX)
                   MOVE 'Shareholding association contribution'
                       TO LINE-DESCR OF IN-PAYDTL OF PAYDTL-SVC-REQ
               WHEN ACT-PLAN-PENSION(WS-SAV-IDX)
                   MOVE 'Pension savings contribution'
                       TO LINE-DESCR OF IN-PAYDTL OF PAYDTL-SVC-REQ
               WHEN ACT-PLAN-HOUSING(WS-SAV-IDX)
                   MOVE 'Housing savings contribution'
                       TO LINE-DESCR OF IN-PAYDTL OF PAYDTL-SVC-REQ
               WHEN OTHER
                   MOVE 'Property savings contribution'
                       TO LINE-DESCR OF IN-PAYDTL OF PAYDTL-SVC-REQ
           END-EVALUATE
           MOVE WS-SAV-CONTRIBUTION
               TO LINE-AMOUNT OF IN-PAYDTL OF PAYDTL-SVC-REQ
           CALL 'PAYDTL-SVC' USING PAYDTL-SVC-REQ PAYDTL-SVC-RES

           IF WS-SAV-INCENTIVE = 0
               EXIT PARAGRAPH
           END-IF

           ADD WS-SAV-INCENTIVE TO WS-DEDUCT-IN-DEFAULT

           INITIALIZE PAYDTL-SVC-REQ
           INITIALIZE PAYDTL-SVC-RES
           MOVE 'A' TO OP-CODE OF PAYDTL-SVC-REQ
           MOVE 'PAY-SVC' TO USER-ID OF PAYDTL-SVC-REQ
           MOVE SPACES TO CORR-ID OF PAYDTL-SVC-REQ
           MOVE PAY-ID OF WS-TEMP-PAY
               TO PAY-ID OF IN-PAYDTL OF PAYDTL-SVC-REQ
           ADD 1 TO WS-DTL-SEQ
           MOVE WS-DTL-SEQ
               TO LINE-SEQ OF IN-PAYDTL OF PAYDTL-SVC-REQ
           SET LINE-SAVINGS OF IN-PAYDTL OF PAYDTL-SVC-REQ TO TRUE
           MOVE INCENTIVE-REMIT-CODE
               TO LINE-CODE OF IN-PAYDTL OF PAYDTL-SVC-REQ
           MOVE 'Shareholding incentive to association'
               TO LINE-DESCR OF IN-PAYDTL OF PAYDTL-SVC-REQ
           MOVE WS-SAV-INCENTIVE
               TO LINE-AMOUNT OF IN-PAYDTL OF PAYDTL-SVC-REQ
           CALL 'PAYDTL-SVC' USING PAYDTL-SVC-REQ PAYDTL-SVC-RES
           .

      * ADD-ABSENCE-DEDUCTION: For a monthly-basis employee whose
      * timecards cover fewer days than the month's business days
      * (from the holiday calendar), or fewer hours than the
      * whose attendance is not clocked), as are hourly-basis
      * payrolls (their gross already reflects the hours), bonus and
      * special runs, the prorated hire and final months, and
      * employees on leave. A flextime employee is not held to the
      * day at all - only the settlement period's shortfall comes
      * off, when the period closes.
       ADD-ABSENCE-DEDUCTION.
           MOVE 0 TO WS-ABS-DEDUCTION
           IF RUN-BONUS OF WS-TEMP-PAY OR RUN-SPECIAL OF WS-TEMP-PAY
               EXIT PARAGRAPH
           END-IF
           END-IF
           DIVIDE HIRE-DATE OF WS-TEMP-EMP BY 100
               GIVING WS-HIRE-MONTH REMAINDER WS-HIRE-DAY
           IF PERIOD-MONTHLY OF WS-TEMP-PAY
               IF WS-HIRE-MONTH = PAY-PERIOD OF WS-TEMP-PAY
      *            The prorated first month has its own day arithmetic
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF HIRE-DATE OF WS-TEMP-EMP >= PERIOD-FROM OF WS-TEMP-PAY
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF CALC-FLEX-PATTERN
               PERFORM ADD-FLEX-SHORTFALL-DEDUCTION
               EXIT PARAGRAPH
           END-IF

           MOVE EMP-ID OF WS-TEMP-PAY TO Q-EMP-ID OF TIME-SVC-REQ
           MOVE PAY-PERIOD OF WS-TEMP-PAY
               TO Q-PAY-PERIOD OF TIME-SVC-REQ
           IF NOT PERIOD-MONTHLY OF WS-TEMP-PAY
               MOVE PERIOD-FROM OF WS-TEMP-PAY
                   TO Q-FROM-DATE OF TIME-SVC-REQ
               MOVE PERIOD-TO OF WS-TEMP-PAY
                   TO Q-TO-DATE OF TIME-SVC-REQ
           END-IF

           CALL 'TIME-SVC' USING TIME-SVC-REQ TIME-SVC-RES

               EXIT PARAGRAPH
           END-IF

      *    The daily rate divides the monthly salary by the month's
      *    expected days; a semi-monthly or weekly pay then holds
      *    attendance against its own window's expected days
           PERFORM COUNT-EXPECTED-BUSINESS-DAYS
           IF WS-ABS-EXPECTED-DAYS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ABS-EXPECTED-DAYS TO WS-ABS-RATE-DAYS
           IF NOT PERIOD-MONTHLY OF WS-TEMP-PAY
               PERFORM COUNT-WINDOW-BUSINESS-DAYS
               IF WS-ABS-EXPECTED-DAYS = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF

           COMPUTE WS-ABS-MISSING-DAYS =
               WS-ABS-EXPECTED-DAYS

           COMPUTE WS-ABS-DAILY-RATE
                   ROUNDED MODE IS NEAREST-AWAY-FROM-ZERO
               = BASE-SALARY OF WS-TEMP-PAY / WS-ABS-RATE-DAYS
           COMPUTE WS-ABS-HOURLY-RATE
                   ROUNDED MODE IS NEAREST-AWAY-FROM-ZERO
               = WS-ABS-DAILY-RATE / WS-ABS-DAILY-HOURS

           COMPUTE WS-ABS-DEDUCTION
                   ROUNDED MODE IS NEAREST-AWAY-FROM-ZERO
               = WS-ABS-MISSING-DAYS * WS-ABS-DAILY-RATE
               + WS-ABS-SHORT-HOURS * WS-ABS-HOURLY-RATE

           IF WS-ABS-DEDUCTION = 0
               EXIT PARAGRAPH
           END-IF

           ADD WS-ABS-DEDUCTION TO WS-DEDUCT-IN-DEFAULT

           INITIALIZE PAYDTL-SVC-REQ
           INITIALIZE PAYDTL-SVC-RES
           MOVE 'A' TO OP-CODE OF PAYDTL-SVC-REQ
           MOVE 'PAY-SVC' TO USER-ID OF PAYDTL-SVC-REQ
           MOVE SPACES TO CORR-ID OF PAYDTL-SVC-REQ
           MOVE PAY-ID OF WS-TEMP-PAY
               TO PAY-ID OF IN-PAYDTL OF PAYDTL-SVC-REQ
           ADD 1 TO WS-DTL-SEQ
           MOVE WS-DTL-SEQ
               TO LINE-SEQ OF IN-PAYDTL OF PAYDTL-SVC-REQ
           SET LINE-ABSENCE OF IN-PAYDTL OF PAYDTL-SVC-REQ TO TRUE
           MOVE 'ABSENCE' TO LINE-CODE OF IN-PAYDTL OF PAYDTL-SVC-REQ
           MOVE SPACES TO LINE-DESCR OF IN-PAYDTL OF PAYDTL-SVC-REQ
           STRING 'Absence ' WS-ABS-MISSING-DAYS
                  ' days, short ' WS-ABS-SHORT-HOURS ' hours'
               DELIMITED BY SIZE
               INTO LINE-DESCR OF IN-PAYDTL OF PAYDTL-SVC-REQ
           MOVE WS-ABS-DEDUCTION
               TO LINE-AMOUNT OF IN-PAYDTL OF PAYDTL-SVC-REQ
           CALL 'PAYDTL-SVC' USING PAYDTL-SVC-REQ PAYDTL-SVC-RES
           .

      * ADD-FLEX-SHORTFALL-DEDUCTION: The settled period's
      * shortfall hours not carried forward, at the hourly rate
      * ADD-FLEX-SETTLEMENT resolved, as the absence deduction.
       ADD-FLEX-SHORTFALL-DEDUCTION.
           IF WS-FLEX-DEDUCT-HOURS = 0 OR WS-FLEX-HOURLY-RATE = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-ABS-DEDUCTION
                   ROUNDED MODE IS NEAREST-AWAY-FROM-ZERO
               = WS-FLEX-DEDUCT-HOURS * WS-FLEX-HOURLY-RATE
           IF WS-ABS-DEDUCTION = 0
               EXIT PARAGRAPH
           END-IF

           ADD WS-ABS-DEDUCTION TO WS-DEDUCT-IN-DEFAULT

           MOVE WS-FLEX-DEDUCT-HOURS TO WS-FLEX-HOURS-DISP
           INITIALIZE PAYDTL-SVC-REQ
           INITIALIZE PAYDTL-SVC-RES
           MOVE 'A' TO OP-CODE OF PAYDTL-SVC-REQ
           MOVE 'PAY-SVC' TO USER-ID OF PAYDTL-SVC-REQ
           MOVE SPACES TO CORR-ID OF PAYDTL-SVC-REQ
           MOVE PAY-ID OF WS-TEMP-PAY
               TO PAY-ID OF IN-PAYDTL OF PAYDTL-SVC-REQ
           ADD 1 TO WS-DTL-SEQ
           MOVE WS-DTL-SEQ
               TO LINE-SEQ OF IN-PAYDTL OF PAYDTL-SVC-REQ
           SET LINE-ABSENCE OF IN-PAYDTL OF PAYDTL-SVC-REQ TO TRUE
           MOVE 'ABSENCE' TO LINE-CODE OF IN-PAYDTL OF PAYDTL-SVC-REQ
           MOVE SPACES TO LINE-DESCR OF IN-PAYDTL OF PAYDTL-SVC-REQ
           STRING 'Flextime shortfall ' WS-FLEX-HOURS-DISP ' hours'
               DELIMITED BY SIZE
               INTO LINE-DESCR OF IN-PAYDTL OF PAYDTL-SVC-REQ
           MOVE WS-ABS-DEDUCTION
               TO LINE-AMOUNT OF IN-PAYDTL OF PAYDTL-SVC-REQ
           CALL 'PAYDTL-SVC' USING PAYDTL-SVC-REQ PAYDTL-SVC-RES
           .

      * ADD-INCOME-TAX: The withheld national income tax from
      * WHTAX-SVC's published tables, on the taxable base - gross
      * less the non-taxable commuting component, the statutory
      * premiums and any absence deduction, plus any housing
      * benefit-in-kind - in the employee's kou
      * (by tax dependents) or otsu column, with its own detail
      * line. A bonus run takes its rate from the prior month's
      * regular-run taxable pay. The base is kept on the payroll
      * record for the next bonus run and the year-end figures. A
      * special run (retirement allowance) is taxed separately as
      * retirement income instead; a payroll is left alone when no
      * table is loaded for the year.
       ADD-INCOME-TAX.
           MOVE 0 TO TAXABLE-PAY OF WS-TEMP-PAY
           MOVE SPACE TO TAX-RESIDENCY OF WS-TEMP-PAY
           IF RUN-SPECIAL OF WS-TEMP-PAY
               PERFORM ADD-RETIREMENT-TAXES
               EXIT PARAGRAPH
           END-IF

      *    Abroad as a non-resident - the flat rate on the Japan
      *    duty share replaces the withholding table
           PERFORM CHECK-TAX-RESIDENCY
           IF PAY-NONRESIDENT
               PERFORM ADD-NONRESIDENT-TAX
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-TAXABLE-WORK =
               WS-GROSS-IN-DEFAULT - WS-NONTAX-EARNINGS
               - WS-SI-PREMIUM-TOTAL - WS-ABS-DEDUCTION
               + BENEFIT-IN-KIND OF WS-TEMP-PAY
           IF RUN-BONUS OF WS-TEMP-PAY
               COMPUTE WS-TAXABLE-WORK =
                   WS-GROSS-IN-DEFAULT - WS-SI-PREMIUM-TOTAL
           END-IF
           IF WS-TAXABLE-WORK < 0
               MOVE 0 TO WS-TAXABLE-WORK
           END-IF
           MOVE WS-TAXABLE-WORK TO TAXABLE-PAY OF WS-TEMP-PAY

           INITIALIZE WHTAX-SVC-REQ
           INITIALIZE WHTAX-SVC-RES
           SET OP-COMPUTE OF WHTAX-SVC-REQ TO TRUE
           MOVE 'PAY-SVC' TO USER-ID OF WHTAX-SVC-REQ
           MOVE SPACES TO CORR-ID OF WHTAX-SVC-REQ
           MOVE PAY-DATE OF WS-TEMP-PAY TO Q-PAY-DATE OF WHTAX-SVC-REQ
           MOVE 'K' TO Q-TAX-COLUMN OF WHTAX-SVC-REQ
           IF CALC-EMP-FOUND AND TAX-COLUMN-OTSU OF WS-TEMP-EMP
               MOVE 'O' TO Q-TAX-COLUMN OF WHTAX-SVC-REQ
           END-IF
           MOVE WS-DEP-COUNT-FOR-CALC TO Q-DEP-COUNT OF WHTAX-SVC-REQ
           MOVE TAXABLE-PAY OF WS-TEMP-PAY
               TO Q-TAXABLE-AMOUNT OF WHTAX-SVC-REQ
           IF NOT PERIOD-MONTHLY OF WS-TEMP-PAY
               MOVE PAY-FREQUENCY OF WS-TEMP-PAY
                   TO Q-PAY-FREQUENCY OF WHTAX-SVC-REQ
           END-IF

           IF RUN-BONUS OF WS-TEMP-PAY
               PERFORM FETCH-PRIOR-TAXABLE-PAY
               MOVE 'Y' TO Q-BONUS OF WHTAX-SVC-REQ
               MOVE WS-PRIOR-TAXABLE
                   TO Q-PRIOR-TAXABLE OF WHTAX-SVC-REQ
           END-IF

           CALL 'WHTAX-SVC' USING WHTAX-SVC-REQ WHTAX-SVC-RES

           IF NOT OK OF WHTAX-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF TAX-DUE OF WHTAX-SVC-RES = 0
               EXIT PARAGRAPH
           END-IF

           ADD TAX-DUE OF WHTAX-SVC-RES TO WS-DEDUCT-IN-DEFAULT

           INITIALIZE PAYDTL-SVC-REQ
           INITIALIZE PAYDTL-SVC-RES
           MOVE 'A' TO OP-CODE OF PAYDTL-SVC-REQ
           MOVE 'PAY-SVC' TO USER-ID OF PAYDTL-SVC-REQ
           MOVE SPACES TO CORR-ID OF PAYDTL-SVC-REQ
           MOVE PAY-ID OF WS-TEMP-PAY
               TO PAY-ID OF IN-PAYDTL OF PAYDTL-SVC-REQ
           ADD 1 TO WS-DTL-SEQ
           MOVE WS-DTL-SEQ
               TO LINE-SEQ OF IN-PAYDTL OF PAYDTL-SVC-REQ
           SET LINE-INCOME-TAX OF IN-PAYDTL OF PAYDTL-SVC-REQ
               TO TRUE
           MOVE 'INCOMETAX' TO LINE-CODE OF IN-PAYDTL OF PAYDTL-SVC-REQ
           MOVE SPACES TO LINE-DESCR OF IN-PAYDTL OF PAYDTL-SVC-REQ
           MOVE TAXABLE-PAY OF WS-TEMP-PAY TO WS-TAX-DESCR-AMT
           IF Q-COLUMN-OTSU OF WHTAX-SVC-REQ
               STRING 'Income tax otsu on' WS-TAX-DESCR-AMT
                   DELIMITED BY SIZE
                   INTO LINE-DESCR OF IN-PAYDTL OF PAYDTL-SVC-REQ
           ELSE
               STRING 'Income tax kou/' WS-DEP-COUNT-FOR-CALC
                      ' on' WS-TAX-DESCR-AMT
                   DELIMITED BY SIZE
                   INTO LINE-DESCR OF IN-PAYDTL OF PAYDTL-SVC-REQ
           END-IF
           MOVE TAX-DUE OF WHTAX-SVC-RES
               TO LINE-AMOUNT OF IN-PAYDTL OF PAYDTL-SVC-REQ
           CALL 'PAYDTL-SVC' USING PAYDTL-SVC-REQ PAYDTL-SVC-RES
           .

      * CHECK-TAX-RESIDENCY: Asks EXPAT-SVC for an overseas
      * assignment covering PAY-DATE. No assignment (or a lookup
      * failure) is a resident - the withholding table applies as
      * it always has.
       CHECK-TAX-RESIDENCY.
           SET PAY-RESIDENT TO TRUE

           INITIALIZE EXPAT-SVC-REQ
           INITIALIZE EXPAT-SVC-RES
           SET OP-FIND OF EXPAT-SVC-REQ TO TRUE
           MOVE 'PAY-SVC' TO USER-ID OF EXPAT-SVC-REQ
           MOVE SPACES TO CORR-ID OF EXPAT-SVC-REQ
           MOVE EMP-ID OF WS-TEMP-PAY TO Q-EMP-ID OF EXPAT-SVC-REQ
           MOVE PAY-DATE OF WS-TEMP-PAY
               TO Q-AS-OF-DATE OF EXPAT-SVC-REQ

           CALL 'EXPAT-SVC' USING EXPAT-SVC-REQ EXPAT-SVC-RES

           IF OK OF EXPAT-SVC-RES
                   AND NONRESIDENT-ON-DATE OF EXPAT-SVC-RES
               SET PAY-NONRESIDENT TO TRUE
           END-IF
           .

      * ADD-NONRESIDENT-TAX: A non-resident's pay for duties abroad
      * is not Japanese-source income and is not withheld on; the
      * share for duties performed in Japan (JAPAN-DUTY-PCT of the
      * gross) is withheld at the flat 20.42%, rounded down to the
      * yen, with no premiums or dependents netted off. The base is
      * kept as TAXABLE-PAY and the payroll stamped
      * NONRESIDENT-TAXED.
       ADD-NONRESIDENT-TAX.
           SET NONRESIDENT-TAXED OF WS-TEMP-PAY TO TRUE

           COMPUTE WS-TAXABLE-WORK =
               WS-GROSS-IN-DEFAULT
               * JAPAN-DUTY-PCT OF OUT-EXPAT OF EXPAT-SVC-RES / 100
           IF WS-TAXABLE-WORK < 0
               MOVE 0 TO WS-TAXABLE-WORK
           END-IF
           MOVE WS-TAXABLE-WORK TO TAXABLE-PAY OF WS-TEMP-PAY

           COMPUTE WS-NONRES-TAX =
               TAXABLE-PAY OF WS-TEMP-PAY * NONRESIDENT-TAX-RATE
           IF WS-NONRES-TAX = 0
               EXIT PARAGRAPH
           END-IF

           ADD WS-NONRES-TAX TO WS-DEDUCT-IN-DEFAULT

           INITIALIZE PAYDTL-SVC-REQ
           INITIALIZE PAYDTL-SVC-RES
           MOVE 'A' TO OP-CODE OF PAYDTL-SVC-REQ
           MOVE 'PAY-SVC' TO USER-ID OF PAYDTL-SVC-REQ
           MOVE SPACES TO CORR-ID OF PAYDTL-SVC-REQ
           MOVE PAY-ID OF WS-TEMP-PAY
               TO PAY-ID OF IN-PAYDTL OF PAYDTL-SVC-REQ
           ADD 1 TO WS-DTL-SEQ
           MOVE WS-DTL-SEQ
               TO LINE-SEQ OF IN-PAYDTL OF PAYDTL-SVC-REQ
           SET LINE-INCOME-TAX OF IN-PAYDTL OF PAYDTL-SVC-REQ
               TO TRUE
           MOVE 'INCOMETAX' TO LINE-CODE OF IN-PAYDTL OF PAYDTL-SVC-REQ
           MOVE SPACES TO LINE-DESCR OF IN-PAYDTL OF PAYDTL-SVC-REQ
           MOVE TAXABLE-PAY OF WS-TEMP-PAY TO WS-TAX-DESCR-AMT
           STRING 'Non-resident 20.42% on' WS-TAX-DESCR-AMT
               DELIMITED BY SIZE
               INTO LINE-DESCR OF IN-PAYDTL OF PAYDTL-SVC-REQ
           MOVE WS-NONRES-TAX
               TO LINE-AMOUNT OF IN-PAYDTL OF PAYDTL-SVC-REQ
           CALL 'PAYDTL-SVC' USING PAYDTL-SVC-REQ PAYDTL-SVC-RES
           .

      * ADD-RETIREMENT-TAXES: The income tax and the resident tax
      * on a retirement allowance, through WHTAX-SVC, each as its
      * own detail line. Service runs from the hire date to the
      * retirement date (the special run's PAY-DATE), a part year
      * counting as a whole one. The flat rate applies unless the
      * payroll carries the employee's retirement income
      * declaration.
       ADD-RETIREMENT-TAXES.
           IF NOT CALC-EMP-FOUND
               EXIT PARAGRAPH
           END-IF

           DIVIDE HIRE-DATE OF WS-TEMP-EMP BY 10000
               GIVING WS-RT-HIRE-YEAR REMAINDER WS-RT-HIRE-MMDD
           DIVIDE PAY-DATE OF WS-TEMP-PAY BY 10000
               GIVING WS-RT-TERM-YEAR REMAINDER WS-RT-TERM-MMDD
           MOVE 0 TO WS-RT-SERVICE-YEARS
           IF WS-RT-TERM-YEAR > WS-RT-HIRE-YEAR
               COMPUTE WS-RT-SERVICE-YEARS =
                   WS-RT-TERM-YEAR - WS-RT-HIRE-YEAR
           END-IF
           IF WS-RT-TERM-MMDD >= WS-RT-HIRE-MMDD
               ADD 1 TO WS-RT-SERVICE-YEARS
           END-IF
           IF WS-RT-SERVICE-YEARS = 0
               MOVE 1 TO WS-RT-SERVICE-YEARS
           END-IF

           INITIALIZE WHTAX-SVC-REQ
           INITIALIZE WHTAX-SVC-RES
           SET OP-RETIREMENT OF WHTAX-SVC-REQ TO TRUE
           MOVE 'PAY-SVC' TO USER-ID OF WHTAX-SVC-REQ
           MOVE SPACES TO CORR-ID OF WHTAX-SVC-REQ
           MOVE PAY-DATE OF WS-TEMP-PAY TO Q-PAY-DATE OF WHTAX-SVC-REQ
           MOVE WS-GROSS-IN-DEFAULT
               TO Q-TAXABLE-AMOUNT OF WHTAX-SVC-REQ
           MOVE WS-RT-SERVICE-YEARS
               TO Q-SERVICE-YEARS OF WHTAX-SVC-REQ
           MOVE 'N' TO Q-RETIRE-DECLARED OF WHTAX-SVC-REQ
           IF RETIRE-DECLARED OF WS-TEMP-PAY
               MOVE 'Y' TO Q-RETIRE-DECLARED OF WHTAX-SVC-REQ
           END-IF
           CALL 'WHTAX-SVC' USING WHTAX-SVC-REQ WHTAX-SVC-RES

           IF NOT OK OF WHTAX-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE RETIRE-INCOME OF WHTAX-SVC-RES
               TO TAXABLE-PAY OF WS-TEMP-PAY

           IF TAX-DUE OF WHTAX-SVC-RES > 0
               ADD TAX-DUE OF WHTAX-SVC-RES TO WS-DEDUCT-IN-DEFAULT
               INITIALIZE PAYDTL-SVC-REQ
               INITIALIZE PAYDTL-SVC-RES
               MOVE 'A' TO OP-CODE OF PAYDTL-SVC-REQ
               MOVE 'PAY-SVC' TO USER-ID OF PAYDTL-SVC-REQ
               MOVE SPACES TO CORR-ID OF PAYDTL-SVC-REQ
               MOVE PAY-ID OF WS-TEMP-PAY
                   TO PAY-ID OF IN-PAYDTL OF PAYDTL-SVC-REQ
               ADD 1 TO WS-DTL-SEQ
               MOVE WS-DTL-SEQ
                   TO LINE-SEQ OF IN-PAYDTL OF PAYDTL-SVC-REQ
               SET LINE-INCOME-TAX OF IN-PAYDTL OF PAYDTL-SVC-REQ
                   TO TRUE
               MOVE RETIRE-INCOME-TAX-CODE
                   TO LINE-CODE OF IN-PAYDTL OF PAYDTL-SVC-REQ
               MOVE SPACES TO LINE-DESCR OF IN-PAYDTL OF PAYDTL-SVC-REQ
               IF Q-DECLARATION-FILED OF WHTAX-SVC-REQ
                   MOVE RETIRE-INCOME OF WHTAX-SVC-RES
                       TO WS-TAX-DESCR-AMT
                   STRING 'Retirement income tax on' WS-TAX-DESCR-AMT
                       DELIMITED BY SIZE
                       INTO LINE-DESCR OF IN-PAYDTL OF PAYDTL-SVC-REQ
               ELSE
                   MOVE WS-GROSS-IN-DEFAULT TO WS-TAX-DESCR-AMT
                   STRING 'Retirement tax 20.42% on' WS-TAX-DESCR-AMT
                       DELIMITED BY SIZE
                       INTO LINE-DESCR OF IN-PAYDTL OF PAYDTL-SVC-REQ
               END-IF
               MOVE TAX-DUE OF WHTAX-SVC-RES
                   TO LINE-AMOUNT OF IN-PAYDTL OF PAYDTL-SVC-REQ
               CALL 'PAYDTL-SVC' USING PAYDTL-SVC-REQ PAYDTL-SVC-RES
           END-IF

           COMPUTE WS-RT-RESIDENT-TAX =
               RETIRE-MUNI-TAX OF WHTAX-SVC-RES
               + RETIRE-PREF-TAX OF WHTAX-SVC-RES
           IF WS-RT-RESIDENT-TAX = 0
               EXIT PARAGRAPH
           END-IF

           ADD WS-RT-RESIDENT-TAX TO WS-DEDUCT-IN-DEFAULT
           INITIALIZE PAYDTL-SVC-REQ
           INITIALIZE PAYDTL-SVC-RES
           MOVE 'A' TO OP-CODE OF PAYDTL-SVC-REQ
           MOVE 'PAY-SVC' TO USER-ID OF PAYDTL-SVC-REQ
           MOVE SPACES TO CORR-ID OF PAYDTL-SVC-REQ
           MOVE PAY-ID OF WS-TEMP-PAY
               TO PAY-ID OF IN-PAYDTL OF PAYDTL-SVC-REQ
           ADD 1 TO WS-DTL-SEQ
           MOVE WS-DTL-SEQ
               TO LINE-SEQ OF IN-PAYDTL OF PAYDTL-SVC-REQ
           SET LINE-RESIDENT-TAX OF IN-PAYDTL OF PAYDTL-SVC-REQ
               TO TRUE
           MOVE RESTAX-RETIRE-CODE
               TO LINE-CODE OF IN-PAYDTL OF PAYDTL-SVC-REQ
           MOVE RETIRE-MUNI-TAX OF WHTAX-SVC-RES TO WS-RT-MUNI-DESCR
           MOVE RETIRE-PREF-TAX OF WHTAX-SVC-RES TO WS-RT-PREF-DESCR
           MOVE SPACES TO LINE-DESCR OF IN-PAYDTL OF PAYDTL-SVC-REQ
           STRING 'Retire restax muni' WS-RT-MUNI-DESCR
                  ' pref' WS-RT-PREF-DESCR
               DELIMITED BY SIZE
               INTO LINE-DESCR OF IN-PAYDTL OF PAYDTL-SVC-REQ
           MOVE WS-RT-RESIDENT-TAX
               TO LINE-AMOUNT OF IN-PAYDTL OF PAYDTL-SVC-REQ
           CALL 'PAYDTL-SVC' USING PAYDTL-SVC-REQ PAYDTL-SVC-RES
           .

      * ADD-YEAR-END-ADJUSTMENT: When YEARADJ has computed the
      * employee's year-end adjustment for this regular run's
      * period, books it through YEADJ-SVC and folds the amount in
      * as its own detail line - positive an extra collection,
      * negative a refund that reduces the deductions. A
      * recalculation of the payroll that already took it books it
      * again; one booked to another payroll is left alone.
       ADD-YEAR-END-ADJUSTMENT.
           PERFORM RESOLVE-ADJUSTMENT-YEAR
           IF WS-ADJ-TAX-YEAR = 0
               EXIT PARAGRAPH
           END-IF

           INITIALIZE YEADJ-SVC-REQ
           INITIALIZE YEADJ-SVC-RES
           SET OP-FIND OF YEADJ-SVC-REQ TO TRUE
           MOVE 'PAY-SVC' TO USER-ID OF YEADJ-SVC-REQ
           MOVE SPACES TO CORR-ID OF YEADJ-SVC-REQ
           MOVE EMP-ID OF WS-TEMP-PAY TO Q-EMP-ID OF YEADJ-SVC-REQ
           MOVE WS-ADJ-TAX-YEAR TO Q-TAX-YEAR OF YEADJ-SVC-REQ
           CALL 'YEADJ-SVC' USING YEADJ-SVC-REQ YEADJ-SVC-RES
           IF NOT OK OF YEADJ-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF TARGET-PAY-PERIOD OF OUT-YEADJ OF YEADJ-SVC-RES
                   NOT = PAY-PERIOD OF WS-TEMP-PAY
                   OR ADJ-DECLARED OF OUT-YEADJ OF YEADJ-SVC-RES
               EXIT PARAGRAPH
           END-IF

           SET OP-BOOK OF YEADJ-SVC-REQ TO TRUE
           MOVE PAY-ID OF WS-TEMP-PAY TO Q-PAY-ID OF YEADJ-SVC-REQ
           CALL 'YEADJ-SVC' USING YEADJ-SVC-REQ YEADJ-SVC-RES
           IF NOT OK OF YEADJ-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF ADJUST-AMOUNT OF OUT-YEADJ OF YEADJ-SVC-RES = 0
               EXIT PARAGRAPH
           END-IF

           ADD ADJUST-AMOUNT OF OUT-YEADJ OF YEADJ-SVC-RES
               TO WS-DEDUCT-IN-DEFAULT

           INITIALIZE PAYDTL-SVC-REQ
           INITIALIZE PAYDTL-SVC-RES
           ADD 1 TO WS-DTL-SEQ
           MOVE WS-DTL-SEQ
               TO LINE-SEQ OF IN-PAYDTL OF PAYDTL-SVC-REQ
           SET LINE-YEAR-END-ADJ OF IN-PAYDTL OF PAYDTL-SVC-REQ
               TO TRUE
           MOVE 'YEAREND-ADJ'
               TO LINE-CODE OF IN-PAYDTL OF PAYDTL-SVC-REQ
           MOVE SPACES TO LINE-DESCR OF IN-PAYDTL OF PAYDTL-SVC-REQ
           IF ADJUST-AMOUNT OF OUT-YEADJ OF YEADJ-SVC-RES < 0
               STRING 'Year-end adjustment ' WS-ADJ-TAX-YEAR
                      ' refund'
                   DELIMITED BY SIZE
                   INTO LINE-DESCR OF IN-PAYDTL OF PAYDTL-SVC-REQ
           ELSE
               STRING 'Year-end adjustment ' WS-ADJ-TAX-YEAR
                      ' collection'
                   DELIMITED BY SIZE
                   INTO LINE-DESCR OF IN-PAYDTL OF PAYDTL-SVC-REQ
           END-IF
           MOVE ADJUST-AMOUNT OF OUT-YEADJ OF YEADJ-SVC-RES
               TO LINE-AMOUNT OF IN-PAYDTL OF PAYDTL-SVC-REQ
           CALL 'PAYDTL-SVC' USING PAYDTL-SVC-REQ PAYDTL-SVC-RES
           .

      * RESOLVE-ADJUSTMENT-YEAR: The tax year a regular run could
      * settle a year-end adjustment for - December's own year, or
      * the prior year for January; zero for any other run.
       RESOLVE-ADJUSTMENT-YEAR.
           MOVE 0 TO WS-ADJ-TAX-YEAR
           IF NOT RUN-REGULAR OF WS-TEMP-PAY
               EXIT PARAGRAPH
           END-IF
           DIVIDE PAY-PERIOD OF WS-TEMP-PAY BY 100
               GIVING WS-ADJ-TAX-YEAR REMAINDER WS-ADJ-PERIOD-MM
           EVALUATE WS-ADJ-PERIOD-MM
               WHEN 12
                   CONTINUE
               WHEN 1
                   SUBTRACT 1 FROM WS-ADJ-TAX-YEAR
               WHEN OTHER
                   MOVE 0 TO WS-ADJ-TAX-YEAR
           END-EVALUATE
           .

      * FETCH-PRIOR-TAXABLE-PAY: The TAXABLE-PAY of the employee's
      * regular-run payroll for the month before this bonus's
      * period, walked through DAO-FILE's alternate-key scan - zero
      * when there was none (a voided record does not count), which
      * sends the bonus down the statutory special computation.
       FETCH-PRIOR-TAXABLE-PAY.
           MOVE 0 TO WS-PRIOR-TAXABLE
           COMPUTE WS-PRIOR-PERIOD = PAY-PERIOD OF WS-TEMP-PAY - 1
           IF PAY-PERIOD OF WS-TEMP-PAY(5:2) = '01'
               COMPUTE WS-PRIOR-PERIOD =
                   PAY-PERIOD OF WS-TEMP-PAY - 100 + 11
           END-IF

           MOVE WS-DAO-KEY TO WS-SAVED-DAO-KEY
           MOVE 0 TO WS-PRIOR-SKIP
           MOVE 0 TO WS-DAO-STATUS
           PERFORM UNTIL WS-DAO-STATUS NOT = 0
               MOVE 'A ' TO WS-DAO-OPERATION
               MOVE SPACES TO WS-DAO-KEY
               MOVE EMP-ID OF WS-TEMP-PAY TO WS-DAO-KEY(1:9)
               MOVE WS-PRIOR-SKIP TO WS-DAO-KEY(10:6)
               CALL 'DAO-FILE' USING WS-DAO-OPERATION
                                     WS-DAO-ENTITY-TYPE
                                     WS-DAO-KEY WS-DAO-BUFFER
                                     WS-DAO-STATUS
               IF WS-DAO-STATUS = 0
                   MOVE WS-DAO-BUFFER TO WS-PRIOR-PAY
                   IF PAY-PERIOD OF WS-PRIOR-PAY = WS-PRIOR-PERIOD
                           AND RUN-REGULAR OF WS-PRIOR-PAY
                           AND NOT PAY-VOIDED OF WS-PRIOR-PAY
                       ADD TAXABLE-PAY OF WS-PRIOR-PAY
                           TO WS-PRIOR-TAXABLE
                   END-IF
                   ADD 1 TO WS-PRIOR-SKIP
               END-IF
           END-PERFORM
           MOVE WS-SAVED-DAO-KEY TO WS-DAO-KEY
           .

      * COUNT-EXPECTED-BUSINESS-DAYS: Walks the pay period's month
      * day by day, leaving the days a monthly-salaried employee was
      * expected in. An employee with an assigned schedule pattern
               COMPUTE WS-ABS-WALK-DATE =
                   PAY-PERIOD OF WS-TEMP-PAY * 100
                   + WS-ABS-WALK-DAY
               PERFORM CHECK-EXPECTED-DAY
           END-PERFORM
           .

      * COUNT-WINDOW-BUSINESS-DAYS: The same count over a semi-
      * monthly or weekly pay's attendance window, PERIOD-FROM
      * through PERIOD-TO, stepping a day at a time through
      * DATE-UTIL. Expects COUNT-EXPECTED-BUSINESS-DAYS to have
      * settled the pattern first.
       COUNT-WINDOW-BUSINESS-DAYS.
           MOVE 0 TO WS-ABS-EXPECTED-DAYS
           MOVE PERIOD-FROM OF WS-TEMP-PAY TO WS-ABS-WALK-DATE
           PERFORM UNTIL WS-ABS-WALK-DATE > PERIOD-TO OF WS-TEMP-PAY
                   OR WS-ABS-WALK-DATE = 0
               PERFORM CHECK-EXPECTED-DAY
               MOVE 'A ' TO WS-DATE-OPERATION
               MOVE WS-ABS-WALK-DATE TO WS-DATE-UTIL-D1
               MOVE 1 TO WS-DATE-UTIL-D2
               CALL 'DATE-UTIL' USING WS-DATE-OPERATION
                                      WS-DATE-UTIL-D1
                                      WS-DATE-UTIL-D2
                                      WS-DATE-UTIL-RESULT
                                      WS-DATE-UTIL-STATUS
               IF WS-DATE-UTIL-STATUS = 0
                   MOVE WS-DATE-UTIL-RESULT TO WS-ABS-WALK-DATE
               ELSE
                   MOVE 0 TO WS-ABS-WALK-DATE
               END-IF
           END-PERFORM
           .

      * CHECK-EXPECTED-DAY: Counts WS-ABS-WALK-DATE into
      * WS-ABS-EXPECTED-DAYS when the employee was expected in -
      * by the schedule pattern, or the business-day calendar.
       CHECK-EXPECTED-DAY.
           IF ABS-PATTERN-IN-PLAY
               PERFORM CHECK-PATTERN-WORKDAY
           ELSE
               MOVE 'B ' TO WS-DATE-OPERATION
               MOVE WS-ABS-WALK-DATE TO WS-DATE-UTIL-D1
               MOVE 0 TO WS-DATE-UTIL-D2
               CALL 'DATE-UTIL' USING WS-DATE-OPERATION
                                      WS-DATE-UTIL-D1
                                      WS-DATE-UTIL-D2
                                      WS-DATE-UTIL-RESULT
                                      WS-DATE-UTIL-STATUS
               IF WS-DATE-UTIL-STATUS = 0
                       AND WS-DATE-UTIL-RESULT = 1
                   ADD 1 TO WS-ABS-EXPECTED-DAYS
               END-IF
           END-IF
           .

      * RESOLVE-ABSENCE-PATTERN: Looks the employee's schedule
      * pattern up once - an active pattern governs the day walk and
      * supplies the scheduled daily hours; a code the master does
               EXIT PARAGRAPH
           END-IF

           IF NOT PERIOD-MONTHLY OF WS-TEMP-PAY
               PERFORM PRORATE-NEW-HIRE-WINDOW
               EXIT PARAGRAPH
           END-IF

           DIVIDE HIRE-DATE OF WS-TEMP-EMP BY 100
               GIVING WS-HIRE-MONTH REMAINDER WS-HIRE-DAY

           CALL 'PAYDTL-SVC' USING PAYDTL-SVC-REQ PAYDTL-SVC-RES
           .

      * PRORATE-NEW-HIRE-WINDOW: A semi-monthly or weekly pay whose
      * window the hire date falls inside after its first day pays
      * the calendar days from the hire date through the window's
      * end over the window's days, itemized the same way.
       PRORATE-NEW-HIRE-WINDOW.
           IF HIRE-DATE OF WS-TEMP-EMP
                       <= PERIOD-FROM OF WS-TEMP-PAY
                   OR HIRE-DATE OF WS-TEMP-EMP
                       > PERIOD-TO OF WS-TEMP-PAY
               EXIT PARAGRAPH
           END-IF

           PERFORM COUNT-WINDOW-DAYS
           IF WS-WINDOW-DAYS = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 'D ' TO WS-DATE-OPERATION
           MOVE HIRE-DATE OF WS-TEMP-EMP TO WS-DATE-UTIL-D1
           MOVE PERIOD-TO OF WS-TEMP-PAY TO WS-DATE-UTIL-D2
           CALL 'DATE-UTIL' USING WS-DATE-OPERATION
                                  WS-DATE-UTIL-D1 WS-DATE-UTIL-D2
                                  WS-DATE-UTIL-RESULT
                                  WS-DATE-UTIL-STATUS
           IF WS-DATE-UTIL-STATUS NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-HIRE-DAYS-WORKED = WS-DATE-UTIL-RESULT + 1

           MOVE GROSS-PAY OF WS-TEMP-PAY TO WS-HIRE-FULL-GROSS

           EVALUATE TRUE
               WHEN ROUND-UP OF CONFIG
                   COMPUTE GROSS-PAY OF WS-TEMP-PAY
                           ROUNDED MODE IS AWAY-FROM-ZERO
                       = WS-HIRE-FULL-GROSS
                       * WS-HIRE-DAYS-WORKED
                       / WS-WINDOW-DAYS
               WHEN ROUND-DOWN OF CONFIG
                   COMPUTE GROSS-PAY OF WS-TEMP-PAY
                           ROUNDED MODE IS TRUNCATION
                       = WS-HIRE-FULL-GROSS
                       * WS-HIRE-DAYS-WORKED
                       / WS-WINDOW-DAYS
               WHEN OTHER
                   COMPUTE GROSS-PAY OF WS-TEMP-PAY
                           ROUNDED MODE IS NEAREST-AWAY-FROM-ZERO
                       = WS-HIRE-FULL-GROSS
                       * WS-HIRE-DAYS-WORKED
                       / WS-WINDOW-DAYS
           END-EVALUATE

           COMPUTE WS-HIRE-DELTA =
               GROSS-PAY OF WS-TEMP-PAY - WS-HIRE-FULL-GROSS

           INITIALIZE PAYDTL-SVC-REQ
           INITIALIZE PAYDTL-SVC-RES
           MOVE 'A' TO OP-CODE OF PAYDTL-SVC-REQ
           MOVE 'PAY-SVC' TO USER-ID OF PAYDTL-SVC-REQ
           MOVE SPACES TO CORR-ID OF PAYDTL-SVC-REQ
           MOVE PAY-ID OF WS-TEMP-PAY
               TO PAY-ID OF IN-PAYDTL OF PAYDTL-SVC-REQ
           ADD 1 TO WS-DTL-SEQ
           MOVE WS-DTL-SEQ
               TO LINE-SEQ OF IN-PAYDTL OF PAYDTL-SVC-REQ
           SET LINE-EARNING OF IN-PAYDTL OF PAYDTL-SVC-REQ TO TRUE
           MOVE 'HIREPRORATE'
               TO LINE-CODE OF IN-PAYDTL OF PAYDTL-SVC-REQ
           MOVE SPACES TO LINE-DESCR OF IN-PAYDTL OF PAYDTL-SVC-REQ
           STRING 'Mid-period hire - ' WS-HIRE-DAYS-WORKED
                  ' of ' WS-WINDOW-DAYS ' days'
               DELIMITED BY SIZE
               INTO LINE-DESCR OF IN-PAYDTL OF PAYDTL-SVC-REQ
           MOVE WS-HIRE-DELTA
               TO LINE-AMOUNT OF IN-PAYDTL OF PAYDTL-SVC-REQ
           CALL 'PAYDTL-SVC' USING PAYDTL-SVC-REQ PAYDTL-SVC-RES
           .

      * COUNT-WINDOW-DAYS: Calendar days in the pay's attendance
      * window, PERIOD-FROM through PERIOD-TO inclusive, into
      * WS-WINDOW-DAYS - zero when the window is not usable.
       COUNT-WINDOW-DAYS.
           MOVE 0 TO WS-WINDOW-DAYS
           IF PERIOD-FROM OF WS-TEMP-PAY = 0
                   OR PERIOD-TO OF WS-TEMP-PAY
                       < PERIOD-FROM OF WS-TEMP-PAY
               EXIT PARAGRAPH
           END-IF
           MOVE 'D ' TO WS-DATE-OPERATION
           MOVE PERIOD-FROM OF WS-TEMP-PAY TO WS-DATE-UTIL-D1
           MOVE PERIOD-TO OF WS-TEMP-PAY TO WS-DATE-UTIL-D2
           CALL 'DATE-UTIL' USING WS-DATE-OPERATION
                                  WS-DATE-UTIL-D1 WS-DATE-UTIL-D2
                                  WS-DATE-UTIL-RESULT
                                  WS-DATE-UTIL-STATUS
           IF WS-DATE-UTIL-STATUS = 0
               COMPUTE WS-WINDOW-DAYS = WS-DATE-UTIL-RESULT + 1
           END-IF
           .

      * PRORATE-FINAL-PAY: When the employee's termination date
      * falls inside this pay period, the month's base pay is
      * prorated by calendar days through the last day worked and
               EXIT PARAGRAPH
           END-IF

           IF NOT PERIOD-MONTHLY OF WS-TEMP-PAY
               PERFORM PRORATE-FINAL-PAY-WINDOW
               EXIT PARAGRAPH
           END-IF

           DIVIDE VALID-TO OF WS-TEMP-EMP BY 100
               GIVING WS-FINAL-TERM-MONTH
               REMAINDER WS-FINAL-DAYS-WORKED
           END-EVALUATE
           .

      * PRORATE-FINAL-PAY-WINDOW: A semi-monthly or weekly pay whose
      * window the termination date falls inside is the final
      * payment; a monthly-basis one pays the calendar days from the
      * window's start through the last day worked over the
      * window's days.
       PRORATE-FINAL-PAY-WINDOW.
           IF VALID-TO OF WS-TEMP-EMP < PERIOD-FROM OF WS-TEMP-PAY
                   OR VALID-TO OF WS-TEMP-EMP > PERIOD-TO OF WS-TEMP-PAY
               EXIT PARAGRAPH
           END-IF

           SET FINAL-PAYMENT OF WS-TEMP-PAY TO TRUE

           IF CALC-BASIS-HOURLY
                   OR VALID-TO OF WS-TEMP-EMP = PERIOD-TO OF WS-TEMP-PAY
               EXIT PARAGRAPH
           END-IF

           PERFORM COUNT-WINDOW-DAYS
           IF WS-WINDOW-DAYS = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 'D ' TO WS-DATE-OPERATION
           MOVE PERIOD-FROM OF WS-TEMP-PAY TO WS-DATE-UTIL-D1
           MOVE VALID-TO OF WS-TEMP-EMP TO WS-DATE-UTIL-D2
           CALL 'DATE-UTIL' USING WS-DATE-OPERATION
                                  WS-DATE-UTIL-D1 WS-DATE-UTIL-D2
                                  WS-DATE-UTIL-RESULT
                                  WS-DATE-UTIL-STATUS
           IF WS-DATE-UTIL-STATUS NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-WINDOW-DAYS-WORKED = WS-DATE-UTIL-RESULT + 1

           EVALUATE TRUE
               WHEN ROUND-UP OF CONFIG
                   COMPUTE GROSS-PAY OF WS-TEMP-PAY
                           ROUNDED MODE IS AWAY-FROM-ZERO
                       = GROSS-PAY OF WS-TEMP-PAY
                       * WS-WINDOW-DAYS-WORKED
                       / WS-WINDOW-DAYS
               WHEN ROUND-DOWN OF CONFIG
                   COMPUTE GROSS-PAY OF WS-TEMP-PAY
                           ROUNDED MODE IS TRUNCATION
                       = GROSS-PAY OF WS-TEMP-PAY
                       * WS-WINDOW-DAYS-WORKED
                       / WS-WINDOW-DAYS
               WHEN OTHER
                   COMPUTE GROSS-PAY OF WS-TEMP-PAY
                           ROUNDED MODE IS NEAREST-AWAY-FROM-ZERO
                       = GROSS-PAY OF WS-TEMP-PAY
                       * WS-WINDOW-DAYS-WORKED
                       / WS-WINDOW-DAYS
           END-EVALUATE
           .

      * APPLY-GARNISHMENTS: The employee's active court orders, in
      * priority sequence from GARN-SVC, each taking the smaller of
      * its per-period amount, its remaining balance, and what the
           IF NET-PAY OF WS-TEMP-PAY <= 0
               EXIT PARAGRAPH
           END-IF
           IF MONTHLY-ITEMS-TAKEN
               EXIT PARAGRAPH
           END-IF

           INITIALIZE GARN-SVC-REQ
           INITIALIZE GARN-SVC-RES
               EXIT PARAGRAPH
           END-IF

      *    One installment a month - the final payment still clears
      *    the balance whichever pay of the month it is
           IF MONTHLY-ITEMS-TAKEN AND NOT FINAL-PAYMENT OF WS-TEMP-PAY
               EXIT PARAGRAPH
           END-IF

           INITIALIZE LOAN-SVC-REQ
           INITIALIZE LOAN-SVC-RES
           SET OP-FIND-ACTIVE OF LOAN-SVC-REQ TO TRUE

       CLOSE-PERIOD.
      *    Pre: Q-PAY-PERIOD identifies the period to close
      *         (Q-PAY-FREQUENCY/Q-PERIOD-SEQ narrow it to one pay
      *         frequency and, optionally, one pay of the month)
      *    Walks every payroll record via DAO-FILE's cursor-based
      *    PAYROLL scan, closing each one in the requested period that
      *    isn't already CLOSED or VOIDED. Once CLOSED, UPDATE-PAYROLL
               EXIT PARAGRAPH
           END-IF

      *    Nothing closes until every run type the close would touch
      *    has its checklist behind it, or an admin overrides
           PERFORM FIND-CLOSE-RUN-TYPES
           PERFORM CHECK-CLOSE-CHECKLIST
           IF CLOSE-CHECK-FAILED
               MOVE 500 TO STATUS-CODE-N OF PAY-SVC-RES
               MOVE 'Period close checklist could not be evaluated'
                   TO STATUS-MSG OF PAY-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF WS-CLOSE-MISSING-COUNT > 0
               IF NOT CLOSE-OVERRIDE-REQUESTED OF PAY-SVC-REQ
                   MOVE 409 TO STATUS-CODE-N OF PAY-SVC-RES
                   STRING 'Close checklist incomplete - missing: '
                       WS-CLOSE-MISSING-LIST
                       DELIMITED BY SIZE
                       INTO STATUS-MSG OF PAY-SVC-RES
                   EXIT PARAGRAPH
               END-IF
               PERFORM AUTHORIZE-CLOSE-OVERRIDE
               IF NOT OK OF PAY-SVC-RES
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 0 TO CLOSE-COUNT OF PAY-SVC-RES
           MOVE SPACES TO WS-PAY-CURSOR
           MOVE 0 TO WS-DAO-STATUS
               IF WS-DAO-STATUS = 0 THEN
                   MOVE WS-DAO-BUFFER TO WS-TEMP-PAY
                   MOVE PAY-ID OF WS-TEMP-PAY TO WS-PAY-CURSOR
                   PERFORM CHECK-CLOSE-FREQUENCY

                   IF PAY-PERIOD OF WS-TEMP-PAY
                           = Q-PAY-PERIOD OF PAY-SVC-REQ
                       AND (Q-RUN-TYPE OF PAY-SVC-REQ = SPACE
                           OR Q-RUN-TYPE OF PAY-SVC-REQ
                               = PAY-RUN-TYPE OF WS-TEMP-PAY)
                       AND CLOSE-FREQ-MATCH
                       PERFORM CLOSE-ONE-PAYROLL
                   END-IF
               END-IF
           MOVE 'PAY' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE 0 TO ENTITY-ID OF WS-AUDIT-REC
           MOVE USER-ID OF PAY-SVC-REQ TO USER-ID OF WS-AUDIT-REC
           STRING Q-PAY-PERIOD OF PAY-SVC-REQ
                  Q-PAY-FREQUENCY OF PAY-SVC-REQ
                  Q-PERIOD-SEQ OF PAY-SVC-REQ
               DELIMITED BY SIZE
               INTO AFTER-VALUE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC
           .

      * FIND-CLOSE-RUN-TYPES: The run types the close would touch -
      * the one requested, or every type with an open payroll in the
      * period - as R/B/S letters in WS-CLOSE-TYPES.
       FIND-CLOSE-RUN-TYPES.
           MOVE SPACES TO WS-CLOSE-TYPES
           MOVE SPACES TO WS-PAY-CURSOR
           MOVE 0 TO WS-DAO-STATUS

           PERFORM UNTIL WS-DAO-STATUS = 404
                   OR WS-DAO-STATUS = 500
               MOVE 'S ' TO WS-DAO-OPERATION
               MOVE WS-PAY-CURSOR TO WS-DAO-KEY(1:12)

               CALL 'DAO-FILE' USING WS-DAO-OPERATION WS-DAO-ENTITY-TYPE
                                     WS-DAO-KEY WS-DAO-BUFFER
                                     WS-DAO-STATUS

               IF WS-DAO-STATUS = 0 THEN
                   MOVE WS-DAO-BUFFER TO WS-TEMP-PAY
                   MOVE PAY-ID OF WS-TEMP-PAY TO WS-PAY-CURSOR
                   PERFORM CHECK-CLOSE-FREQUENCY

                   IF PAY-PERIOD OF WS-TEMP-PAY
                           = Q-PAY-PERIOD OF PAY-SVC-REQ
                       AND NOT PAY-CLOSED OF WS-TEMP-PAY
                       AND NOT PAY-VOIDED OF WS-TEMP-PAY
                       AND (Q-RUN-TYPE OF PAY-SVC-REQ = SPACE
                           OR Q-RUN-TYPE OF PAY-SVC-REQ
                               = PAY-RUN-TYPE OF WS-TEMP-PAY)
                       AND CLOSE-FREQ-MATCH
                       EVALUATE TRUE
                           WHEN RUN-REGULAR OF WS-TEMP-PAY
                               MOVE 'R' TO WS-CLOSE-TYPES(1:1)
                           WHEN RUN-BONUS OF WS-TEMP-PAY
                               MOVE 'B' TO WS-CLOSE-TYPES(2:1)
                           WHEN RUN-SPECIAL OF WS-TEMP-PAY
                               MOVE 'S' TO WS-CLOSE-TYPES(3:1)
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM
           .

      * CHECK-CLOSE-FREQUENCY: Whether WS-TEMP-PAY falls inside the
      * frequency (and sequence, when one is given) the close asks
      * for - every payroll when Q-PAY-FREQUENCY is spaces.
       CHECK-CLOSE-FREQUENCY.
           SET CLOSE-FREQ-MATCH TO TRUE
           IF Q-PAY-FREQUENCY OF PAY-SVC-REQ = SPACE
               EXIT PARAGRAPH
           END-IF

           IF Q-PAY-FREQUENCY OF PAY-SVC-REQ = 'M'
               IF NOT PERIOD-MONTHLY OF WS-TEMP-PAY
                   SET CLOSE-FREQ-MISMATCH TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF PAY-FREQUENCY OF WS-TEMP-PAY
                   NOT = Q-PAY-FREQUENCY OF PAY-SVC-REQ
               SET CLOSE-FREQ-MISMATCH TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF Q-PERIOD-SEQ OF PAY-SVC-REQ NOT = 0
                   AND PERIOD-SEQ OF WS-TEMP-PAY
                       NOT = Q-PERIOD-SEQ OF PAY-SVC-REQ
               SET CLOSE-FREQ-MISMATCH TO TRUE
           END-IF
           .

      * CHECK-CLOSE-CHECKLIST: Evaluates each run type's checklist
      * for the period and lists every missing step as type:job.
       CHECK-CLOSE-CHECKLIST.
           SET CLOSE-CHECK-OK TO TRUE
           MOVE 0 TO WS-CLOSE-MISSING-COUNT
           MOVE SPACES TO WS-CLOSE-MISSING-LIST
           MOVE 1 TO WS-CLOSE-MISSING-PTR

           PERFORM VARYING WS-CLOSE-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-CLOSE-TYPE-IDX > 3
                   OR CLOSE-CHECK-FAILED
               IF WS-CLOSE-TYPES(WS-CLOSE-TYPE-IDX:1) NOT = SPACE
                   PERFORM CHECK-ONE-RUN-TYPE
               END-IF
           END-PERFORM
           .

       CHECK-ONE-RUN-TYPE.
           INITIALIZE CLSCHK-SVC-REQ
           INITIALIZE CLSCHK-SVC-RES
           SET OP-EVALUATE OF CLSCHK-SVC-REQ TO TRUE
           MOVE USER-ID OF PAY-SVC-REQ TO USER-ID OF CLSCHK-SVC-REQ
           MOVE CORR-ID OF PAY-SVC-REQ TO CORR-ID OF CLSCHK-SVC-REQ
           MOVE Q-PAY-PERIOD OF PAY-SVC-REQ
               TO Q-PAY-PERIOD OF CLSCHK-SVC-REQ
           MOVE WS-CLOSE-TYPES(WS-CLOSE-TYPE-IDX:1)
               TO Q-RUN-TYPE OF CLSCHK-SVC-REQ

           CALL 'CLSCHK-SVC' USING CLSCHK-SVC-REQ CLSCHK-SVC-RES

           IF NOT OK OF CLSCHK-SVC-RES
               SET CLOSE-CHECK-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CHK-IDX > STEP-COUNT OF CLSCHK-SVC-RES
               IF STEP-MISSING OF CLSCHK-SVC-RES(WS-CHK-IDX)
                   ADD 1 TO WS-CLOSE-MISSING-COUNT
                   STRING WS-CLOSE-TYPES(WS-CLOSE-TYPE-IDX:1) ':'
                       RES-JOB-NAME OF CLSCHK-SVC-RES(WS-CHK-IDX)
                           DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       INTO WS-CLOSE-MISSING-LIST
                       WITH POINTER WS-CLOSE-MISSING-PTR
                       ON OVERFLOW
                           CONTINUE
                   END-STRING
               END-IF
           END-PERFORM
           .

      * AUTHORIZE-CLOSE-OVERRIDE: Closing past a missing step takes
      * an active admin operator and a reason; the override is
      * audited with the steps it skipped. Leaves STATUS-CODE-N 0
      * when the close may go ahead.
       AUTHORIZE-CLOSE-OVERRIDE.
           INITIALIZE USER-SVC-REQ
           INITIALIZE USER-SVC-RES
           SET OP-FIND OF USER-SVC-REQ TO TRUE
           MOVE USER-ID OF PAY-SVC-REQ TO USER-ID OF USER-SVC-REQ
           MOVE CORR-ID OF PAY-SVC-REQ TO CORR-ID OF USER-SVC-REQ
           MOVE USER-ID OF PAY-SVC-REQ(1:8)
               TO Q-OPERATOR-ID OF USER-SVC-REQ

           CALL 'USER-SVC' USING USER-SVC-REQ USER-SVC-RES

           IF NOT OK OF USER-SVC-RES
                   OR NOT ROLE-ADMIN OF OUT-OPERATOR OF USER-SVC-RES
                   OR NOT OPERATOR-ACTIVE
                       OF OUT-OPERATOR OF USER-SVC-RES
               MOVE 403 TO STATUS-CODE-N OF PAY-SVC-RES
               MOVE 'Admin operator required to override the checklist'
                   TO STATUS-MSG OF PAY-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF Q-OVERRIDE-REASON OF PAY-SVC-REQ = SPACES
               MOVE 422 TO STATUS-CODE-N OF PAY-SVC-RES
               MOVE 'Q-OVERRIDE-REASON is required to override'
                   TO STATUS-MSG OF PAY-SVC-RES
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-AUDIT-REC
           MOVE 'CLOSE-OVRIDE' TO ACTION OF WS-AUDIT-REC
           MOVE 'PAY' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE 0 TO ENTITY-ID OF WS-AUDIT-REC
           MOVE USER-ID OF PAY-SVC-REQ TO USER-ID OF WS-AUDIT-REC
           MOVE CORR-ID OF PAY-SVC-REQ TO CORR-ID OF WS-AUDIT-REC
           MOVE WS-CLOSE-MISSING-LIST TO BEFORE-VALUE OF WS-AUDIT-REC
           STRING Q-PAY-PERIOD OF PAY-SVC-REQ ' '
               Q-RUN-TYPE OF PAY-SVC-REQ ' '
               Q-OVERRIDE-REASON OF PAY-SVC-REQ
               DELIMITED BY SIZE
               INTO AFTER-VALUE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC

           MOVE 0 TO STATUS-CODE-N OF PAY-SVC-RES
           .

      * CLOSE-ONE-PAYROLL: Closes the payroll currently held in
               PERFORM RELEASE-ADJUSTMENTS-ON-VOID
               PERFORM RELEASE-GARNISHMENTS-ON-VOID
               PERFORM RELEASE-LOANS-ON-VOID
               PERFORM RELEASE-YEAR-END-ON-VOID
               PERFORM RELEASE-SUBHOL-ON-VOID
               PERFORM RELEASE-FLEX-ON-VOID
      *        Audit log
               INITIALIZE WS-AUDIT-REC
               MOVE 'VOID' TO ACTION OF WS-AUDIT-REC
           CALL 'LOAN-SVC' USING LOAN-SVC-REQ LOAN-SVC-RES
           .

      * RELEASE-YEAR-END-ON-VOID: A voided December or January
      * regular run gives back the year-end adjustment it booked,
      * so the replacement calculation books it again. YEADJ-SVC
      * ignores a payroll that never took it; like the other
      * releases, a failure is not allowed to fail the void.
       RELEASE-YEAR-END-ON-VOID.
           PERFORM RESOLVE-ADJUSTMENT-YEAR
           IF WS-ADJ-TAX-YEAR = 0
               EXIT PARAGRAPH
           END-IF

           INITIALIZE YEADJ-SVC-REQ
           INITIALIZE YEADJ-SVC-RES
           SET OP-RELEASE OF YEADJ-SVC-REQ TO TRUE
           MOVE USER-ID OF PAY-SVC-REQ TO USER-ID OF YEADJ-SVC-REQ
           MOVE CORR-ID OF PAY-SVC-REQ TO CORR-ID OF YEADJ-SVC-REQ
           MOVE EMP-ID OF WS-TEMP-PAY TO Q-EMP-ID OF YEADJ-SVC-REQ
           MOVE WS-ADJ-TAX-YEAR TO Q-TAX-YEAR OF YEADJ-SVC-REQ
           MOVE PAY-ID OF WS-TEMP-PAY TO Q-PAY-ID OF YEADJ-SVC-REQ
           CALL 'YEADJ-SVC' USING YEADJ-SVC-REQ YEADJ-SVC-RES
           .

      * RELEASE-SUBHOL-ON-VOID: Clears the rest-day settlements
      * the voided calculation stamped, so the replacement payroll
      * pays those rest days again. Like the other releases, a
      * failure is not allowed to fail the void.
       RELEASE-SUBHOL-ON-VOID.
           INITIALIZE SUBHOL-SVC-REQ
           INITIALIZE SUBHOL-SVC-RES
           SET OP-RELEASE OF SUBHOL-SVC-REQ TO TRUE
           MOVE USER-ID OF PAY-SVC-REQ TO USER-ID OF SUBHOL-SVC-REQ
           MOVE CORR-ID OF PAY-SVC-REQ TO CORR-ID OF SUBHOL-SVC-REQ
           MOVE EMP-ID OF WS-TEMP-PAY TO Q-EMP-ID OF SUBHOL-SVC-REQ
           MOVE PAY-ID OF WS-TEMP-PAY TO Q-PAY-ID OF SUBHOL-SVC-REQ
           CALL 'SUBHOL-SVC' USING SUBHOL-SVC-REQ SUBHOL-SVC-RES
           .

      * RELEASE-FLEX-ON-VOID: Reopens the flextime settlement
      * period the voided calculation settled, so the replacement
      * payroll settles it again. A failure is not allowed to fail
      * the void.
       RELEASE-FLEX-ON-VOID.
           INITIALIZE FLEX-SVC-REQ
           INITIALIZE FLEX-SVC-RES
           SET OP-RELEASE OF FLEX-SVC-REQ TO TRUE
           MOVE USER-ID OF PAY-SVC-REQ TO USER-ID OF FLEX-SVC-REQ
           MOVE CORR-ID OF PAY-SVC-REQ TO CORR-ID OF FLEX-SVC-REQ
           MOVE EMP-ID OF WS-TEMP-PAY TO Q-EMP-ID OF FLEX-SVC-REQ
           MOVE PAY-ID OF WS-TEMP-PAY TO Q-PAY-ID OF FLEX-SVC-REQ
           CALL 'FLEX-SVC' USING FLEX-SVC-REQ FLEX-SVC-RES
           .

      * APPLY-YTD-ON-APPROVAL: Folds the just-approved payroll's
      * amounts into the employee's year-to-date accumulators. The
      * year is the first four digits of PAY-PERIOD. A YTD-SVC
           MOVE TOTAL-DEDUCTIONS OF WS-TEMP-PAY
               TO IN-DEDUCTIONS OF YTD-SVC-REQ
           MOVE NET-PAY OF WS-TEMP-PAY TO IN-NET OF YTD-SVC-REQ
           MOVE COMPANY-CODE OF WS-TEMP-PAY
               TO Q-COMPANY-CODE OF YTD-SVC-REQ
           IF Q-COMPANY-CODE OF YTD-SVC-REQ = SPACES
               MOVE '01' TO Q-COMPANY-CODE OF YTD-SVC-REQ
           END-IF

           CALL 'YTD-SVC' USING YTD-SVC-REQ YTD-SVC-RES
           .
           MOVE TOTAL-DEDUCTIONS OF WS-TEMP-PAY
               TO IN-DEDUCTIONS OF YTD-SVC-REQ
           MOVE NET-PAY OF WS-TEMP-PAY TO IN-NET OF YTD-SVC-REQ
           MOVE COMPANY-CODE OF WS-TEMP-PAY
               TO Q-COMPANY-CODE OF YTD-SVC-REQ
           IF Q-COMPANY-CODE OF YTD-SVC-REQ = SPACES
               MOVE '01' TO Q-COMPANY-CODE OF YTD-SVC-REQ
           END-IF

           CALL 'YTD-SVC' USING YTD-SVC-REQ YTD-SVC-RES
           .
