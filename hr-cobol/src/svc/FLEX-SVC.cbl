       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLEX-SVC.
      ******************************************************************
      * FLEX-SVC - Flextime Settlement-Period Hours Bank Service
      * Purpose: Keeps each flextime employee's hours bank for the
      *          settlement period of their schedule pattern (one to
      *          three months): the required hours (business days
      *          times the pattern's DAILY-HOURS), the legal framework
      *          (40 hours a week over the period's calendar days),
      *          any shortfall carried in from the previous period,
      *          and the timecard hours accumulated so far. REFRESH
      *          brings the bank up to a date for the mid-period
      *          balance report; SETTLE closes it from the period-end
      *          payroll - hours past the framework become overtime,
      *          hours past the required total inside the framework
      *          are paid at the ordinary rate, and a shortfall is
      *          carried forward (as far as the next period's
      *          framework allows, when the pattern carries
      *          shortfalls) or deducted.
      * Operations: REFRESH, FIND, SETTLE, RELEASE
      * Pre: Valid request with OP-CODE, USER-ID, CORR-ID
      * Post: Response with STATUS-CODE-N and STATUS-MSG
      * Note: FLEXBANK-FILE is owned by this service directly, the
      *       way SUBHOL-SVC owns subhol.dat - keyed on EMP-ID +
      *       SETTLE-FROM, one record per settlement period.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLEXBANK-FILE ASSIGN TO 'hr-cobol/data/flexbank.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FLX-REC-KEY SOURCE IS FLX-REC-KEY1
                   FLX-REC-KEY2
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * FLX-REC-KEY is a split key over EMP-ID and SETTLE-FROM
      * (positions 12-20 and 21-26 of the 200-byte record).
       FD  FLEXBANK-FILE.
       01  FLEXBANK-RECORD.
           05  FILLER               PIC X(11).
           05  FLX-REC-KEY1         PIC X(9).
           05  FLX-REC-KEY2         PIC X(6).
           05  FILLER               PIC X(174).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'FLEX-SVC'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK                 VALUE '00'.
           88  FILE-EOF                VALUE '10'.
           88  FILE-NOT-FOUND          VALUE '35'.
           88  FILE-DUP-KEY            VALUE '22'.

      * Statutory weekly hours behind the legal framework
       78  LEGAL-WEEKLY-HOURS      VALUE 40.

      * Working storage for date and timestamp
       01  WS-TODAY                PIC 9(8).
       01  WS-CURRENT-TIME         PIC 9(6).
       01  WS-CURRENT-TIMESTAMP    PIC 9(14).

      * Working storage for DATE-UTIL calls
       01  WS-DATE-OPERATION       PIC X(2).
       01  WS-DATE-UTIL-D1         PIC 9(8).
       01  WS-DATE-UTIL-D2         PIC 9(8).
       01  WS-DATE-UTIL-RESULT     PIC S9(9).
       01  WS-DATE-UTIL-STATUS     PIC 9.

      * Working storage for SCHED-SVC and TIME-SVC calls
           COPY sched-req.
           COPY sched-res.
           COPY time-req.
           COPY time-res.

       01  WS-TEMP-FLEX.
           COPY flexbank REPLACING ==05== BY ==10==.
       01  WS-PRIOR-FLEX.
           COPY flexbank REPLACING ==05== BY ==10==.

       01  WS-EMP-ID-STR           PIC X(9).
       01  WS-PERIOD-STR           PIC X(6).
       01  WS-RECORD-EXISTS-SW     PIC X.
           88  FLEX-EXISTS             VALUE 'Y'.
           88  FLEX-NEW                VALUE 'N'.
       01  WS-SCAN-DONE-SW         PIC X     VALUE 'N'.
           88  SCAN-DONE               VALUE 'Y'.
           88  SCAN-NOT-DONE           VALUE 'N'.

      * The pattern behind the bank
       01  WS-DAILY-HOURS          PIC 9(2)V99.
       01  WS-SETTLE-MONTHS        PIC 9.
       01  WS-ANCHOR-MONTH         PIC 9(2).
       01  WS-CARRY-SW             PIC X.
           88  PATTERN-CARRIES         VALUE 'Y'.
           88  PATTERN-DEDUCTS         VALUE 'N'.

      * Settlement-period arithmetic on month indexes (year times
      * twelve plus month less one)
       01  WS-ASOF-DATE            PIC 9(8).
       01  WS-ASOF-PERIOD          PIC 9(6).
       01  WS-MONTH-INDEX          PIC 9(6).
       01  WS-FROM-INDEX           PIC 9(6).
       01  WS-TO-INDEX             PIC 9(6).
       01  WS-OFFSET-QUOT          PIC 9(6).
       01  WS-OFFSET               PIC 9.
       01  WS-IDX-YEAR             PIC 9(4).
       01  WS-IDX-MONTH            PIC 9(2).
       01  WS-IDX-PERIOD           PIC 9(6).

      * One window's day count - WS-WIN-FROM for WS-WIN-MONTHS
      * months, business days up to WS-ASOF-DATE counted apart
       01  WS-WIN-FROM             PIC 9(6).
       01  WS-WIN-I                PIC 9.
       01  WS-WIN-CAL-DAYS         PIC 9(3).
       01  WS-WIN-BUS-DAYS         PIC 9(3).
       01  WS-WIN-BUS-TO-DATE      PIC 9(3).
       01  WS-WALK-DAY             PIC 9(2).
       01  WS-WALK-DATE            PIC 9(8).
       01  WS-DAYS-IN-MONTH        PIC 9(2).
       01  WS-LEAP-QUOT            PIC 9(4).
       01  WS-LEAP-REM-4           PIC 9(3).
       01  WS-LEAP-REM-100         PIC 9(3).
       01  WS-LEAP-REM-400         PIC 9(3).

      * Settlement work fields
       01  WS-TARGET-HOURS         PIC 9(4)V99.
       01  WS-NEXT-REQUIRED        PIC 9(4)V99.
       01  WS-NEXT-FRAME           PIC 9(4)V99.
       01  WS-CARRY-LIMIT          PIC 9(4)V99.
       01  WS-THRU-PERIOD          PIC 9(6).

      * Working storage for AUDIT-LOG calls
       01  WS-AUDIT-REC.
           COPY audit.

       LINKAGE SECTION.
           COPY flex-req.
           COPY flex-res.

       PROCEDURE DIVISION USING FLEX-SVC-REQ FLEX-SVC-RES.

       MAIN-PROCESS.
      *    Initialize response
           INITIALIZE FLEX-SVC-RES
           MOVE CORR-ID OF FLEX-SVC-REQ TO CORR-ID OF FLEX-SVC-RES

      *    Get current date and timestamp
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-TODAY WS-CURRENT-TIME
               DELIMITED BY SIZE
               INTO WS-CURRENT-TIMESTAMP

      *    Route to operation
           EVALUATE TRUE
               WHEN OP-REFRESH OF FLEX-SVC-REQ
                   PERFORM REFRESH-FLEX-BANK
               WHEN OP-FIND OF FLEX-SVC-REQ
                   PERFORM FIND-FLEX-BANK
               WHEN OP-SETTLE OF FLEX-SVC-REQ
                   PERFORM SETTLE-FLEX-BANK
               WHEN OP-RELEASE OF FLEX-SVC-REQ
                   PERFORM RELEASE-FLEX-FOR-PAY
               WHEN OTHER
                   MOVE 422 TO STATUS-CODE-N OF FLEX-SVC-RES
                   MOVE 'Invalid operation code'
                       TO STATUS-MSG OF FLEX-SVC-RES
           END-EVALUATE

           GOBACK
           .

       REFRESH-FLEX-BANK.
      *    Pre: Q-EMP-ID, Q-PATTERN-CODE and Q-AS-OF-DATE populated
      *    Post: The bank for the period holding Q-AS-OF-DATE
      *          brought up to it and returned in OUT-FLEXBANK with
      *          BALANCE-HOURS; a settled period is returned as it
      *          stands

           IF Q-EMP-ID OF FLEX-SVC-REQ = 0
                   OR Q-PATTERN-CODE OF FLEX-SVC-REQ = SPACES
                   OR Q-AS-OF-DATE OF FLEX-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF FLEX-SVC-RES
               MOVE SPACES TO STATUS-MSG OF FLEX-SVC-RES
               STRING 'Q-EMP-ID, Q-PATTERN-CODE and Q-AS-OF-DATE are '
                      'required'
                   DELIMITED BY SIZE
                   INTO STATUS-MSG OF FLEX-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-AS-OF-DATE OF FLEX-SVC-REQ TO WS-ASOF-DATE
           PERFORM ACCUMULATE-FLEX-BANK
           IF NOT OK OF FLEX-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE 'Flextime hours bank refreshed'
               TO STATUS-MSG OF FLEX-SVC-RES
           .

       FIND-FLEX-BANK.
      *    Pre: Q-EMP-ID and Q-SETTLE-FROM populated
      *    Post: OUT-FLEXBANK carries the period's bank as stored

           IF Q-EMP-ID OF FLEX-SVC-REQ = 0
                   OR Q-SETTLE-FROM OF FLEX-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF FLEX-SVC-RES
               MOVE 'Q-EMP-ID and Q-SETTLE-FROM are required'
                   TO STATUS-MSG OF FLEX-SVC-RES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT FLEXBANK-FILE
           IF FILE-NOT-FOUND
               MOVE 404 TO STATUS-CODE-N OF FLEX-SVC-RES
               MOVE 'No flextime hours banks on file'
                   TO STATUS-MSG OF FLEX-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF FLEX-SVC-RES
               MOVE 'Cannot open flextime hours bank file'
                   TO STATUS-MSG OF FLEX-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-EMP-ID OF FLEX-SVC-REQ TO WS-EMP-ID-STR
           MOVE WS-EMP-ID-STR TO FLX-REC-KEY1
           MOVE Q-SETTLE-FROM OF FLEX-SVC-REQ TO WS-PERIOD-STR
           MOVE WS-PERIOD-STR TO FLX-REC-KEY2
           READ FLEXBANK-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF FLEX-SVC-RES
                   MOVE 'Flextime hours bank not found'
                       TO STATUS-MSG OF FLEX-SVC-RES
               NOT INVALID KEY
                   MOVE FLEXBANK-RECORD TO WS-TEMP-FLEX
                   MOVE WS-TEMP-FLEX TO OUT-FLEXBANK OF FLEX-SVC-RES
                   PERFORM DERIVE-BALANCE
                   MOVE 0 TO STATUS-CODE-N OF FLEX-SVC-RES
                   MOVE 'Flextime hours bank found'
                       TO STATUS-MSG OF FLEX-SVC-RES
           END-READ

           CLOSE FLEXBANK-FILE
           .

       SETTLE-FLEX-BANK.
      *    Pre: Q-EMP-ID, Q-PATTERN-CODE, Q-PAY-PERIOD and Q-PAY-ID
      *         populated
      *    Post: When Q-PAY-PERIOD is the last month of its
      *          settlement period, the period is settled by
      *          Q-PAY-ID and SETTLED-NOW = 'Y'; otherwise the bank
      *          is only brought up to date. A period another payroll
      *          already settled answers 409.

           IF Q-EMP-ID OF FLEX-SVC-REQ = 0
                   OR Q-PATTERN-CODE OF FLEX-SVC-REQ = SPACES
                   OR Q-PAY-PERIOD OF FLEX-SVC-REQ = 0
                   OR Q-PAY-ID OF FLEX-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF FLEX-SVC-RES
               MOVE SPACES TO STATUS-MSG OF FLEX-SVC-RES
               STRING 'Q-EMP-ID, Q-PATTERN-CODE, Q-PAY-PERIOD and '
                      'Q-PAY-ID are required'
                   DELIMITED BY SIZE
                   INTO STATUS-MSG OF FLEX-SVC-RES
               EXIT PARAGRAPH
           END-IF

      *    The bank is settled on everything clocked in the period -
      *    accumulate through the pay period's last day
           MOVE Q-PAY-PERIOD OF FLEX-SVC-REQ TO WS-IDX-PERIOD
           DIVIDE WS-IDX-PERIOD BY 100
               GIVING WS-IDX-YEAR REMAINDER WS-IDX-MONTH
           PERFORM DERIVE-DAYS-IN-MONTH
           COMPUTE WS-ASOF-DATE =
               WS-IDX-PERIOD * 100 + WS-DAYS-IN-MONTH

           PERFORM ACCUMULATE-FLEX-BANK
           IF NOT OK OF FLEX-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF FLEX-SETTLED OF WS-TEMP-FLEX
                   AND SETTLED-PAY-ID OF WS-TEMP-FLEX
                       NOT = Q-PAY-ID OF FLEX-SVC-REQ
               MOVE 409 TO STATUS-CODE-N OF FLEX-SVC-RES
               MOVE SPACES TO STATUS-MSG OF FLEX-SVC-RES
               STRING 'Settlement period already settled by another '
                      'payroll'
                   DELIMITED BY SIZE
                   INTO STATUS-MSG OF FLEX-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF Q-PAY-PERIOD OF FLEX-SVC-REQ NOT = SETTLE-TO
                   OF WS-TEMP-FLEX
               SET PERIOD-STILL-OPEN OF FLEX-SVC-RES TO TRUE
               MOVE 'Settlement period still open'
                   TO STATUS-MSG OF FLEX-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-SETTLEMENT

           SET FLEX-SETTLED OF WS-TEMP-FLEX TO TRUE
           MOVE Q-PAY-ID OF FLEX-SVC-REQ
               TO SETTLED-PAY-ID OF WS-TEMP-FLEX
           PERFORM STORE-FLEX-BANK
           IF NOT OK OF FLEX-SVC-RES
               EXIT PARAGRAPH
           END-IF

           SET PERIOD-SETTLED-NOW OF FLEX-SVC-RES TO TRUE
           MOVE 'Settlement period settled'
               TO STATUS-MSG OF FLEX-SVC-RES

      *    Audit log
           INITIALIZE WS-AUDIT-REC
           MOVE 'SETTLE' TO ACTION OF WS-AUDIT-REC
           MOVE 'FLX' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE EMP-ID OF WS-TEMP-FLEX TO ENTITY-ID OF WS-AUDIT-REC
           MOVE USER-ID OF FLEX-SVC-REQ TO USER-ID OF WS-AUDIT-REC
           MOVE WS-TEMP-FLEX TO AFTER-VALUE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC
           .

      * COMPUTE-SETTLEMENT: Splits the period's hours against the
      * required total (plus any shortfall carried in) and the legal
      * framework. A shortfall is carried only as far as the next
      * period's framework leaves room above its own required hours.
       COMPUTE-SETTLEMENT.
           MOVE 0 TO OVERTIME-HOURS OF WS-TEMP-FLEX
           MOVE 0 TO IN-FRAME-HOURS OF WS-TEMP-FLEX
           MOVE 0 TO SHORTFALL-HOURS OF WS-TEMP-FLEX
           MOVE 0 TO CARRIED-OUT-HOURS OF WS-TEMP-FLEX
           MOVE 0 TO DEDUCTED-HOURS OF WS-TEMP-FLEX

           COMPUTE WS-TARGET-HOURS =
               REQUIRED-HOURS OF WS-TEMP-FLEX
               + CARRIED-IN-HOURS OF WS-TEMP-FLEX

           IF WORKED-HOURS OF WS-TEMP-FLEX
                   > LEGAL-FRAME-HOURS OF WS-TEMP-FLEX
               COMPUTE OVERTIME-HOURS OF WS-TEMP-FLEX =
                   WORKED-HOURS OF WS-TEMP-FLEX
                   - LEGAL-FRAME-HOURS OF WS-TEMP-FLEX
           END-IF

           IF WORKED-HOURS OF WS-TEMP-FLEX > WS-TARGET-HOURS
               IF WS-TARGET-HOURS < LEGAL-FRAME-HOURS OF WS-TEMP-FLEX
                   COMPUTE IN-FRAME-HOURS OF WS-TEMP-FLEX =
                       WORKED-HOURS OF WS-TEMP-FLEX
                       - OVERTIME-HOURS OF WS-TEMP-FLEX
                       - WS-TARGET-HOURS
               END-IF
               EXIT PARAGRAPH
           END-IF

           COMPUTE SHORTFALL-HOURS OF WS-TEMP-FLEX =
               WS-TARGET-HOURS - WORKED-HOURS OF WS-TEMP-FLEX

           IF PATTERN-CARRIES
      *        The next period's room under its framework
               MOVE WS-TO-INDEX TO WS-MONTH-INDEX
               ADD 1 TO WS-MONTH-INDEX
               PERFORM INDEX-TO-PERIOD
               MOVE WS-IDX-PERIOD TO WS-WIN-FROM
               MOVE 0 TO WS-ASOF-DATE
               PERFORM COUNT-WINDOW-DAYS
               COMPUTE WS-NEXT-REQUIRED =
                   WS-WIN-BUS-DAYS * WS-DAILY-HOURS
               COMPUTE WS-NEXT-FRAME =
                   LEGAL-WEEKLY-HOURS * WS-WIN-CAL-DAYS / 7
               IF WS-NEXT-FRAME > WS-NEXT-REQUIRED
                   COMPUTE WS-CARRY-LIMIT =
                       WS-NEXT-FRAME - WS-NEXT-REQUIRED
               ELSE
                   MOVE 0 TO WS-CARRY-LIMIT
               END-IF
               IF SHORTFALL-HOURS OF WS-TEMP-FLEX > WS-CARRY-LIMIT
                   MOVE WS-CARRY-LIMIT
                       TO CARRIED-OUT-HOURS OF WS-TEMP-FLEX
               ELSE
                   MOVE SHORTFALL-HOURS OF WS-TEMP-FLEX
                       TO CARRIED-OUT-HOURS OF WS-TEMP-FLEX
               END-IF
           END-IF

           COMPUTE DEDUCTED-HOURS OF WS-TEMP-FLEX =
               SHORTFALL-HOURS OF WS-TEMP-FLEX
               - CARRIED-OUT-HOURS OF WS-TEMP-FLEX
           .

       RELEASE-FLEX-FOR-PAY.
      *    Pre: Q-EMP-ID and Q-PAY-ID populated
      *    Post: Every period of the employee settled by Q-PAY-ID is
      *          open again; STATUS-CODE-N = 0 (also when there was
      *          nothing to release)

           IF Q-EMP-ID OF FLEX-SVC-REQ = 0
                   OR Q-PAY-ID OF FLEX-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF FLEX-SVC-RES
               MOVE 'Q-EMP-ID and Q-PAY-ID are required'
                   TO STATUS-MSG OF FLEX-SVC-RES
               EXIT PARAGRAPH
           END-IF

           OPEN I-O FLEXBANK-FILE
           IF FILE-NOT-FOUND
               MOVE 0 TO STATUS-CODE-N OF FLEX-SVC-RES
               MOVE 'No flextime hours banks on file'
                   TO STATUS-MSG OF FLEX-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF FLEX-SVC-RES
               MOVE 'Cannot open flextime hours bank file'
                   TO STATUS-MSG OF FLEX-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-EMP-ID OF FLEX-SVC-REQ TO WS-EMP-ID-STR
           MOVE WS-EMP-ID-STR TO FLX-REC-KEY1
           MOVE LOW-VALUES TO FLX-REC-KEY2
           SET SCAN-NOT-DONE TO TRUE
           START FLEXBANK-FILE KEY IS NOT LESS THAN FLX-REC-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START

           PERFORM UNTIL SCAN-DONE
               READ FLEXBANK-FILE NEXT RECORD
                   AT END
                       SET SCAN-DONE TO TRUE
                   NOT AT END
                       IF FLX-REC-KEY1 NOT = WS-EMP-ID-STR
                           SET SCAN-DONE TO TRUE
                       ELSE
                           PERFORM RELEASE-ONE-FLEX
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FLEXBANK-FILE

           MOVE 0 TO STATUS-CODE-N OF FLEX-SVC-RES
           MOVE 'Flextime settlements released'
               TO STATUS-MSG OF FLEX-SVC-RES
           .

       RELEASE-ONE-FLEX.
           MOVE FLEXBANK-RECORD TO WS-TEMP-FLEX
           IF NOT FLEX-SETTLED OF WS-TEMP-FLEX
                   OR SETTLED-PAY-ID OF WS-TEMP-FLEX
                       NOT = Q-PAY-ID OF FLEX-SVC-REQ
               EXIT PARAGRAPH
           END-IF

           SET FLEX-OPEN OF WS-TEMP-FLEX TO TRUE
           MOVE 0 TO SETTLED-PAY-ID OF WS-TEMP-FLEX
           MOVE 0 TO OVERTIME-HOURS OF WS-TEMP-FLEX
           MOVE 0 TO IN-FRAME-HOURS OF WS-TEMP-FLEX
           MOVE 0 TO SHORTFALL-HOURS OF WS-TEMP-FLEX
           MOVE 0 TO CARRIED-OUT-HOURS OF WS-TEMP-FLEX
           MOVE 0 TO DEDUCTED-HOURS OF WS-TEMP-FLEX
           ADD 1 TO REC-VERSION OF WS-TEMP-FLEX
           MOVE USER-ID OF FLEX-SVC-REQ(1:8)
               TO MODIFIED-BY OF WS-TEMP-FLEX
           MOVE WS-CURRENT-TIMESTAMP TO MODIFIED-AT OF WS-TEMP-FLEX
           MOVE WS-TEMP-FLEX TO FLEXBANK-RECORD
           REWRITE FLEXBANK-RECORD
           .

      * ACCUMULATE-FLEX-BANK: Resolves the pattern and the
      * settlement period holding WS-ASOF-DATE, then - unless the
      * period is already settled - recounts its required and
      * framework hours, the shortfall carried in and the timecard
      * hours through WS-ASOF-DATE, and stores the bank. Leaves the
      * bank in WS-TEMP-FLEX and OUT-FLEXBANK.
       ACCUMULATE-FLEX-BANK.
           PERFORM RESOLVE-FLEX-PATTERN
           IF NOT OK OF FLEX-SVC-RES
               EXIT PARAGRAPH
           END-IF

      *    The period holding the as-of month: whole SETTLE-MONTHS
      *    steps counted from the anchor month
           DIVIDE WS-ASOF-DATE BY 100 GIVING WS-ASOF-PERIOD
           MOVE WS-ASOF-PERIOD TO WS-IDX-PERIOD
           PERFORM PERIOD-TO-INDEX
           COMPUTE WS-FROM-INDEX = WS-MONTH-INDEX - WS-ANCHOR-MONTH + 1
           DIVIDE WS-FROM-INDEX BY WS-SETTLE-MONTHS
               GIVING WS-OFFSET-QUOT REMAINDER WS-OFFSET
           COMPUTE WS-FROM-INDEX = WS-MONTH-INDEX - WS-OFFSET
           COMPUTE WS-TO-INDEX = WS-FROM-INDEX + WS-SETTLE-MONTHS - 1

           INITIALIZE WS-TEMP-FLEX
           MOVE Q-EMP-ID OF FLEX-SVC-REQ TO EMP-ID OF WS-TEMP-FLEX
           MOVE WS-FROM-INDEX TO WS-MONTH-INDEX
           PERFORM INDEX-TO-PERIOD
           MOVE WS-IDX-PERIOD TO SETTLE-FROM OF WS-TEMP-FLEX
           MOVE WS-TO-INDEX TO WS-MONTH-INDEX
           PERFORM INDEX-TO-PERIOD
           MOVE WS-IDX-PERIOD TO SETTLE-TO OF WS-TEMP-FLEX

           PERFORM OPEN-FLEXBANK-FILE-IO
           IF NOT OK OF FLEX-SVC-RES
               EXIT PARAGRAPH
           END-IF

           SET FLEX-NEW TO TRUE
           MOVE Q-EMP-ID OF FLEX-SVC-REQ TO WS-EMP-ID-STR
           MOVE WS-EMP-ID-STR TO FLX-REC-KEY1
           MOVE SETTLE-FROM OF WS-TEMP-FLEX TO WS-PERIOD-STR
           MOVE WS-PERIOD-STR TO FLX-REC-KEY2
           READ FLEXBANK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET FLEX-EXISTS TO TRUE
                   MOVE FLEXBANK-RECORD TO WS-PRIOR-FLEX
           END-READ

      *    A settled period stays as the payroll settled it
           IF FLEX-EXISTS AND FLEX-SETTLED OF WS-PRIOR-FLEX
               CLOSE FLEXBANK-FILE
               MOVE WS-PRIOR-FLEX TO WS-TEMP-FLEX
               MOVE WS-TEMP-FLEX TO OUT-FLEXBANK OF FLEX-SVC-RES
               PERFORM DERIVE-BALANCE
               MOVE 0 TO STATUS-CODE-N OF FLEX-SVC-RES
               EXIT PARAGRAPH
           END-IF

      *    The shortfall the previous period carried forward
           MOVE 0 TO CARRIED-IN-HOURS OF WS-TEMP-FLEX
           MOVE WS-FROM-INDEX TO WS-MONTH-INDEX
           SUBTRACT WS-SETTLE-MONTHS FROM WS-MONTH-INDEX
           PERFORM INDEX-TO-PERIOD
           MOVE WS-IDX-PERIOD TO WS-PERIOD-STR
           MOVE WS-PERIOD-STR TO FLX-REC-KEY2
           READ FLEXBANK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FLEXBANK-RECORD TO WS-PRIOR-FLEX
                   IF FLEX-SETTLED OF WS-PRIOR-FLEX
                       MOVE CARRIED-OUT-HOURS OF WS-PRIOR-FLEX
                           TO CARRIED-IN-HOURS OF WS-TEMP-FLEX
                   END-IF
           END-READ
           CLOSE FLEXBANK-FILE

           MOVE Q-PATTERN-CODE OF FLEX-SVC-REQ
               TO PATTERN-CODE OF WS-TEMP-FLEX

      *    Required and framework hours for the whole period, and
      *    the required hours of the business days to date
           MOVE SETTLE-FROM OF WS-TEMP-FLEX TO WS-WIN-FROM
           PERFORM COUNT-WINDOW-DAYS
           COMPUTE REQUIRED-HOURS OF WS-TEMP-FLEX =
               WS-WIN-BUS-DAYS * WS-DAILY-HOURS
           COMPUTE LEGAL-FRAME-HOURS OF WS-TEMP-FLEX =
               LEGAL-WEEKLY-HOURS * WS-WIN-CAL-DAYS / 7
           COMPUTE REQUIRED-TO-DATE OF WS-TEMP-FLEX =
               WS-WIN-BUS-TO-DATE * WS-DAILY-HOURS

      *    Timecard hours month by month through the as-of month
           IF WS-ASOF-PERIOD < SETTLE-TO OF WS-TEMP-FLEX
               MOVE WS-ASOF-PERIOD TO WS-THRU-PERIOD
           ELSE
               MOVE SETTLE-TO OF WS-TEMP-FLEX TO WS-THRU-PERIOD
           END-IF
           MOVE 0 TO WORKED-HOURS OF WS-TEMP-FLEX
           MOVE WS-FROM-INDEX TO WS-MONTH-INDEX
           PERFORM INDEX-TO-PERIOD
           PERFORM ADD-MONTH-TIMECARDS
               UNTIL WS-IDX-PERIOD > WS-THRU-PERIOD
           MOVE WS-ASOF-DATE TO WORKED-THRU OF WS-TEMP-FLEX

           SET FLEX-OPEN OF WS-TEMP-FLEX TO TRUE
           PERFORM STORE-FLEX-BANK
           IF NOT OK OF FLEX-SVC-RES
               EXIT PARAGRAPH
           END-IF
           PERFORM DERIVE-BALANCE
           .

      * ADD-MONTH-TIMECARDS: One month's regular and overtime hours
      * from TIME-SVC into the bank, then on to the next month.
       ADD-MONTH-TIMECARDS.
           INITIALIZE TIME-SVC-REQ
           INITIALIZE TIME-SVC-RES
           SET OP-SUM-PERIOD OF TIME-SVC-REQ TO TRUE
           MOVE 'FLEX-SVC' TO USER-ID OF TIME-SVC-REQ
           MOVE CORR-ID OF FLEX-SVC-REQ TO CORR-ID OF TIME-SVC-REQ
           MOVE Q-EMP-ID OF FLEX-SVC-REQ TO Q-EMP-ID OF TIME-SVC-REQ
           MOVE WS-IDX-PERIOD TO Q-PAY-PERIOD OF TIME-SVC-REQ

           CALL 'TIME-SVC' USING TIME-SVC-REQ TIME-SVC-RES

           IF OK OF TIME-SVC-RES
               ADD PERIOD-REGULAR-HOURS OF TIME-SVC-RES
                   PERIOD-OVERTIME-HOURS OF TIME-SVC-RES
                   TO WORKED-HOURS OF WS-TEMP-FLEX
           END-IF

           ADD 1 TO WS-MONTH-INDEX
           PERFORM INDEX-TO-PERIOD
           .

      * STORE-FLEX-BANK: Writes WS-TEMP-FLEX over whatever is on
      * file for its key, keeping the original created stamps.
       STORE-FLEX-BANK.
           PERFORM OPEN-FLEXBANK-FILE-IO
           IF NOT OK OF FLEX-SVC-RES
               EXIT PARAGRAPH
           END-IF

           SET FLEX-NEW TO TRUE
           MOVE EMP-ID OF WS-TEMP-FLEX TO WS-EMP-ID-STR
           MOVE WS-EMP-ID-STR TO FLX-REC-KEY1
           MOVE SETTLE-FROM OF WS-TEMP-FLEX TO WS-PERIOD-STR
           MOVE WS-PERIOD-STR TO FLX-REC-KEY2
           READ FLEXBANK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET FLEX-EXISTS TO TRUE
                   MOVE FLEXBANK-RECORD TO WS-PRIOR-FLEX
           END-READ

           MOVE 1 TO RECORD-VERSION OF WS-TEMP-FLEX
           IF FLEX-EXISTS
               COMPUTE REC-VERSION OF WS-TEMP-FLEX =
                   REC-VERSION OF WS-PRIOR-FLEX + 1
               MOVE CREATED-BY OF WS-PRIOR-FLEX
                   TO CREATED-BY OF WS-TEMP-FLEX
               MOVE CREATED-AT OF WS-PRIOR-FLEX
                   TO CREATED-AT OF WS-TEMP-FLEX
               MOVE USER-ID OF FLEX-SVC-REQ(1:8)
                   TO MODIFIED-BY OF WS-TEMP-FLEX
               MOVE WS-CURRENT-TIMESTAMP
                   TO MODIFIED-AT OF WS-TEMP-FLEX
           ELSE
               MOVE 1 TO REC-VERSION OF WS-TEMP-FLEX
               MOVE USER-ID OF FLEX-SVC-REQ(1:8)
                   TO CREATED-BY OF WS-TEMP-FLEX
               MOVE WS-CURRENT-TIMESTAMP TO CREATED-AT OF WS-TEMP-FLEX
               MOVE SPACES TO MODIFIED-BY OF WS-TEMP-FLEX
               MOVE 0 TO MODIFIED-AT OF WS-TEMP-FLEX
           END-IF

           MOVE WS-TEMP-FLEX TO FLEXBANK-RECORD
           IF FLEX-EXISTS
               REWRITE FLEXBANK-RECORD
           ELSE
               WRITE FLEXBANK-RECORD
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF FLEX-SVC-RES
               MOVE 'Failed to write flextime hours bank'
                   TO STATUS-MSG OF FLEX-SVC-RES
               CLOSE FLEXBANK-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE FLEXBANK-FILE
           MOVE 0 TO STATUS-CODE-N OF FLEX-SVC-RES
           MOVE WS-TEMP-FLEX TO OUT-FLEXBANK OF FLEX-SVC-RES
           .

      * RESOLVE-FLEX-PATTERN: The pattern's daily hours, period
      * length, anchor month and shortfall policy - 422 unless it is
      * an active flextime pattern.
       RESOLVE-FLEX-PATTERN.
           INITIALIZE SCHED-SVC-REQ
           INITIALIZE SCHED-SVC-RES
           SET OP-FIND OF SCHED-SVC-REQ TO TRUE
           MOVE 'FLEX-SVC' TO USER-ID OF SCHED-SVC-REQ
           MOVE CORR-ID OF FLEX-SVC-REQ TO CORR-ID OF SCHED-SVC-REQ
           MOVE Q-PATTERN-CODE OF FLEX-SVC-REQ
               TO Q-PATTERN-CODE OF SCHED-SVC-REQ

           CALL 'SCHED-SVC' USING SCHED-SVC-REQ SCHED-SVC-RES

           IF NOT OK OF SCHED-SVC-RES
                   OR NOT PATTERN-ACTIVE OF OUT-SCHEDULE
                       OF SCHED-SVC-RES
                   OR NOT PATTERN-FLEXTIME OF OUT-SCHEDULE
                       OF SCHED-SVC-RES
               MOVE 422 TO STATUS-CODE-N OF FLEX-SVC-RES
               MOVE 'Not an active flextime schedule pattern'
                   TO STATUS-MSG OF FLEX-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE DAILY-HOURS OF OUT-SCHEDULE OF SCHED-SVC-RES
               TO WS-DAILY-HOURS
           MOVE SETTLE-MONTHS OF OUT-SCHEDULE OF SCHED-SVC-RES
               TO WS-SETTLE-MONTHS
           IF WS-SETTLE-MONTHS < 1 OR WS-SETTLE-MONTHS > 3
               MOVE 1 TO WS-SETTLE-MONTHS
           END-IF
           MOVE SETTLE-ANCHOR-MONTH OF OUT-SCHEDULE OF SCHED-SVC-RES
               TO WS-ANCHOR-MONTH
           IF WS-ANCHOR-MONTH < 1 OR WS-ANCHOR-MONTH > 12
               MOVE 1 TO WS-ANCHOR-MONTH
           END-IF
           IF CARRY-SHORTFALL OF OUT-SCHEDULE OF SCHED-SVC-RES
               SET PATTERN-CARRIES TO TRUE
           ELSE
               SET PATTERN-DEDUCTS TO TRUE
           END-IF
           MOVE 0 TO STATUS-CODE-N OF FLEX-SVC-RES
           .

      * COUNT-WINDOW-DAYS: Calendar days and business days (the
      * DATE-UTIL holiday calendar) of the WS-SETTLE-MONTHS months
      * from WS-WIN-FROM, with the business days on or before
      * WS-ASOF-DATE counted apart.
       COUNT-WINDOW-DAYS.
           MOVE 0 TO WS-WIN-CAL-DAYS
           MOVE 0 TO WS-WIN-BUS-DAYS
           MOVE 0 TO WS-WIN-BUS-TO-DATE
           MOVE WS-WIN-FROM TO WS-IDX-PERIOD
           PERFORM COUNT-WINDOW-MONTH
               VARYING WS-WIN-I FROM 1 BY 1
               UNTIL WS-WIN-I > WS-SETTLE-MONTHS
           .

       COUNT-WINDOW-MONTH.
           DIVIDE WS-IDX-PERIOD BY 100
               GIVING WS-IDX-YEAR REMAINDER WS-IDX-MONTH
           PERFORM DERIVE-DAYS-IN-MONTH
           ADD WS-DAYS-IN-MONTH TO WS-WIN-CAL-DAYS
           PERFORM COUNT-WINDOW-DAY
               VARYING WS-WALK-DAY FROM 1 BY 1
               UNTIL WS-WALK-DAY > WS-DAYS-IN-MONTH

           PERFORM PERIOD-TO-INDEX
           ADD 1 TO WS-MONTH-INDEX
           PERFORM INDEX-TO-PERIOD
           .

       COUNT-WINDOW-DAY.
           COMPUTE WS-WALK-DATE = WS-IDX-PERIOD * 100 + WS-WALK-DAY
           MOVE 'B ' TO WS-DATE-OPERATION
           MOVE WS-WALK-DATE TO WS-DATE-UTIL-D1
           MOVE 0 TO WS-DATE-UTIL-D2
           CALL 'DATE-UTIL' USING WS-DATE-OPERATION
                                  WS-DATE-UTIL-D1 WS-DATE-UTIL-D2
                                  WS-DATE-UTIL-RESULT
                                  WS-DATE-UTIL-STATUS
           IF WS-DATE-UTIL-STATUS = 0 AND WS-DATE-UTIL-RESULT = 1
               ADD 1 TO WS-WIN-BUS-DAYS
               IF WS-WALK-DATE <= WS-ASOF-DATE
                   ADD 1 TO WS-WIN-BUS-TO-DATE
               END-IF
           END-IF
           .

      * DERIVE-DAYS-IN-MONTH: Days in WS-IDX-YEAR/WS-IDX-MONTH, with
      * February by the Gregorian leap-year rule.
       DERIVE-DAYS-IN-MONTH.
           EVALUATE WS-IDX-MONTH
               WHEN 2
                   DIVIDE WS-IDX-YEAR BY 4 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM-4
                   DIVIDE WS-IDX-YEAR BY 100 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM-100
                   DIVIDE WS-IDX-YEAR BY 400 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM-400
                   IF WS-LEAP-REM-4 = 0
                           AND (WS-LEAP-REM-100 NOT = 0
                               OR WS-LEAP-REM-400 = 0)
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
           .

      * PERIOD-TO-INDEX / INDEX-TO-PERIOD: YYYYMM in WS-IDX-PERIOD
      * to and from the month index in WS-MONTH-INDEX.
       PERIOD-TO-INDEX.
           DIVIDE WS-IDX-PERIOD BY 100
               GIVING WS-IDX-YEAR REMAINDER WS-IDX-MONTH
           COMPUTE WS-MONTH-INDEX =
               WS-IDX-YEAR * 12 + WS-IDX-MONTH - 1
           .

       INDEX-TO-PERIOD.
           DIVIDE WS-MONTH-INDEX BY 12
               GIVING WS-IDX-YEAR REMAINDER WS-IDX-MONTH
           ADD 1 TO WS-IDX-MONTH
           COMPUTE WS-IDX-PERIOD = WS-IDX-YEAR * 100 + WS-IDX-MONTH
           .

      * DERIVE-BALANCE: Hours worked less the required hours to
      * date and the shortfall carried in.
       DERIVE-BALANCE.
           COMPUTE BALANCE-HOURS OF FLEX-SVC-RES =
               WORKED-HOURS OF WS-TEMP-FLEX
               - REQUIRED-TO-DATE OF WS-TEMP-FLEX
               - CARRIED-IN-HOURS OF WS-TEMP-FLEX
           .

       OPEN-FLEXBANK-FILE-IO.
      *    Pre: None
      *    Post: FLEXBANK-FILE open I-O (created first if it didn't
      *          exist), STATUS-CODE-N set

           OPEN I-O FLEXBANK-FILE

           IF FILE-NOT-FOUND
      *        Create new file
               OPEN OUTPUT FLEXBANK-FILE
               CLOSE FLEXBANK-FILE
               OPEN I-O FLEXBANK-FILE
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF FLEX-SVC-RES
               MOVE 'Cannot open flextime hours bank file'
                   TO STATUS-MSG OF FLEX-SVC-RES
           ELSE
               MOVE 0 TO STATUS-CODE-N OF FLEX-SVC-RES
           END-IF
           .

       END PROGRAM FLEX-SVC.
