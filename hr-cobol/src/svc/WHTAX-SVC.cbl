       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHTAX-SVC.
      ******************************************************************
      * WHTAX-SVC - Withholding Income Tax Table Service
      * Purpose: The National Tax Agency's monthly withholding table
      *          and bonus rate table, reloaded every January, and
      *          the computation CALCULATE-DEDUCTIONS takes its
      *          income tax line from. Regular pay looks its taxable
      *          amount up in the monthly table's kou (by dependent
      *          count) or otsu column; a bonus takes its rate from
      *          the bonus table row the prior month's taxable pay
      *          falls in - or, when there was no prior month's pay
      *          or the bonus exceeds ten times it, the statutory
      *          sixth-of-the-bonus computation against the monthly
      *          table. Semi-monthly pay is taxed as half a month -
      *          the monthly-table tax on twice the amount, halved -
      *          and weekly pay on the daily table, at a seventh of
      *          the amount times seven. A retirement allowance is
      *          taxed separately
      *          from other income: the retirement income deduction
      *          by years of service, half the remainder (all of it
      *          beyond 3,000,000 yen for five years' service or
      *          less), the progressive rates plus the reconstruction
      *          surtax - or the flat 20.42% when no declaration was
      *          submitted - and the resident tax on the same income.
      * Operations: ADD, PURGE-YEAR, COMPUTE, RETIREMENT
      * Pre: Valid request with OP-CODE, USER-ID, CORR-ID
      * Post: Response with STATUS-CODE-N and STATUS-MSG
      * Note: WHTAX-FILE is owned by this service directly, the way
      *       RESTAX-SVC owns restax.dat - keyed on TABLE-YEAR +
      *       TABLE-KIND + TABLE-COLUMN + RANGE-FROM, so one column's
      *       rows read back in ascending range order.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WHTAX-FILE ASSIGN TO 'hr-cobol/data/whtax.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WHT-REC-KEY SOURCE IS WHT-REC-KEY1
                   WHT-REC-KEY2 WHT-REC-KEY3 WHT-REC-KEY4
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * WHT-REC-KEY is a split key over TABLE-YEAR, TABLE-KIND,
      * TABLE-COLUMN and RANGE-FROM (positions 12-15, 16, 17 and
      * 18-26 of the 200-byte record).
       FD  WHTAX-FILE.
       01  WHTAX-RECORD.
           05  FILLER               PIC X(11).
           05  WHT-REC-KEY1         PIC X(4).
           05  WHT-REC-KEY2         PIC X(1).
           05  WHT-REC-KEY3         PIC X(1).
           05  WHT-REC-KEY4         PIC X(9).
           05  FILLER               PIC X(174).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'WHTAX-SVC'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK                 VALUE '00'.
           88  FILE-EOF                VALUE '10'.
           88  FILE-NOT-FOUND          VALUE '35'.
           88  FILE-DUP-KEY            VALUE '22'.

      * Working storage for date and timestamp
       01  WS-DATE-1               PIC 9(8).
       01  WS-CURRENT-TIME         PIC 9(6).
       01  WS-CURRENT-TIMESTAMP    PIC 9(14).

       01  WS-TEMP-WHTAX.
           COPY whtax REPLACING ==05== BY ==10==.

       01  WS-YEAR-STR             PIC X(4).
       01  WS-FROM-STR             PIC X(9).
       01  WS-RECORD-EXISTS-SW     PIC X.
           88  WHTAX-EXISTS            VALUE 'Y'.
           88  WHTAX-NEW               VALUE 'N'.

      * Each dependent beyond the seventh takes this much off the
      * kou column-7 monthly tax, per the table's own footnote
       78  EXTRA-DEPENDENT-CREDIT   VALUE 1610.
      * ... and this much off the daily table's
       78  DAILY-DEPENDENT-CREDIT   VALUE 50.
      * A weekly pay is seven days on the daily table; a semi-
      * monthly pay half a month on the monthly table
       78  DAYS-PER-WEEK            VALUE 7.
       78  SEMI-MONTHS-PER-MONTH    VALUE 2.
      * The bonus special case spreads the bonus over this many
      * months of the calculation period
       78  BONUS-SPREAD-MONTHS      VALUE 6.
       78  BONUS-SPECIAL-MULTIPLE   VALUE 10.

      * Lookup work fields - the row search keys and the row found
       01  WS-TABLE-YEAR           PIC 9(4).
       01  WS-LOOKUP-KIND          PIC X.
       01  WS-LOOKUP-COLUMN        PIC X.
       01  WS-LOOKUP-AMOUNT        PIC 9(9).
       01  WS-EXTRA-DEPS           PIC 9(2).
       01  WS-DEP-CREDIT           PIC 9(5).
       01  WS-ROW-SW               PIC X.
           88  TABLE-ROW-FOUND         VALUE 'Y'.
           88  TABLE-ROW-MISSING       VALUE 'N'.
       01  WS-SCAN-SW              PIC X.
           88  MORE-ROWS-TO-SCAN       VALUE 'Y'.
           88  NO-MORE-ROWS            VALUE 'N'.
       01  WS-ROW-TAX              PIC 9(9).
       01  WS-TAX-WITH-BONUS       PIC 9(9).
       01  WS-TAX-WITHOUT-BONUS    PIC 9(9).
       01  WS-TAX-WORK             PIC S9(11).
       01  WS-BONUS-SIXTH          PIC 9(11)V99.
       01  WS-PURGE-COUNT          PIC 9(6).

      * Retirement income - the deduction is 400,000 yen a year up
      * to twenty years (never below 800,000) and 700,000 a year
      * beyond; the short-service rule taxes the excess over
      * 3,000,000 in full for five years' service or less
       78  RETIRE-DEDUCT-PER-YEAR   VALUE 400000.
       78  RETIRE-DEDUCT-MINIMUM    VALUE 800000.
       78  RETIRE-DEDUCT-LONG-YEAR  VALUE 700000.
       78  RETIRE-LONG-SERVICE      VALUE 20.
       78  RETIRE-SHORT-SERVICE     VALUE 5.
       78  RETIRE-SHORT-THRESHOLD   VALUE 3000000.
       78  RETIRE-FLAT-RATE         VALUE 0.2042.
       78  RECONSTRUCTION-RATE      VALUE 1.021.
      * Resident tax on retirement income, municipal and prefectural
       78  RETIRE-MUNI-RATE         VALUE 0.06.
       78  RETIRE-PREF-RATE         VALUE 0.04.
       01  WS-RETIRE-NET           PIC S9(11).
       01  WS-RETIRE-TAX-CALC      PIC S9(11).
       01  WS-RETIRE-WORK          PIC 9(11).

       LINKAGE SECTION.
           COPY whtax-req.
           COPY whtax-res.

       PROCEDURE DIVISION USING WHTAX-SVC-REQ WHTAX-SVC-RES.

       MAIN-PROCESS.
      *    Initialize response
           INITIALIZE WHTAX-SVC-RES
           MOVE CORR-ID OF WHTAX-SVC-REQ
               TO CORR-ID OF WHTAX-SVC-RES

      *    Get current date and timestamp
           ACCEPT WS-DATE-1 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-DATE-1 WS-CURRENT-TIME
               DELIMITED BY SIZE
               INTO WS-CURRENT-TIMESTAMP

      *    Route to operation
           EVALUATE TRUE
               WHEN OP-ADD OF WHTAX-SVC-REQ
                   PERFORM ADD-WHTAX
               WHEN OP-PURGE-YEAR OF WHTAX-SVC-REQ
                   PERFORM PURGE-WHTAX-YEAR
               WHEN OP-COMPUTE OF WHTAX-SVC-REQ
                   PERFORM COMPUTE-WITHHOLDING
               WHEN OP-RETIREMENT OF WHTAX-SVC-REQ
                   PERFORM COMPUTE-RETIREMENT-TAX
               WHEN OTHER
                   MOVE 422 TO STATUS-CODE-N OF WHTAX-SVC-RES
                   MOVE 'Invalid operation code'
                       TO STATUS-MSG OF WHTAX-SVC-RES
           END-EVALUATE

           GOBACK
           .

       ADD-WHTAX.
      *    Pre: IN-WHTAX populated with TABLE-YEAR, TABLE-KIND,
      *         TABLE-COLUMN, the range and its amount or rate
      *    Post: Row written (or replaced)

           IF TABLE-YEAR OF IN-WHTAX OF WHTAX-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF WHTAX-SVC-RES
               MOVE 'TABLE-YEAR is required'
                   TO STATUS-MSG OF WHTAX-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF NOT TABLE-MONTHLY OF IN-WHTAX OF WHTAX-SVC-REQ
                   AND NOT TABLE-BONUS OF IN-WHTAX OF WHTAX-SVC-REQ
                   AND NOT TABLE-DAILY OF IN-WHTAX OF WHTAX-SVC-REQ
               MOVE 422 TO STATUS-CODE-N OF WHTAX-SVC-RES
               MOVE 'TABLE-KIND must be M, B or D'
                   TO STATUS-MSG OF WHTAX-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF NOT COLUMN-OTSU OF IN-WHTAX OF WHTAX-SVC-REQ
                   AND (TABLE-COLUMN OF IN-WHTAX OF WHTAX-SVC-REQ
                           < '0'
                       OR TABLE-COLUMN OF IN-WHTAX OF WHTAX-SVC-REQ
                           > '7')
               MOVE 422 TO STATUS-CODE-N OF WHTAX-SVC-RES
               MOVE 'TABLE-COLUMN must be 0-7 or O'
                   TO STATUS-MSG OF WHTAX-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF RANGE-TO OF IN-WHTAX OF WHTAX-SVC-REQ NOT = 0
                   AND RANGE-TO OF IN-WHTAX OF WHTAX-SVC-REQ
                       <= RANGE-FROM OF IN-WHTAX OF WHTAX-SVC-REQ
               MOVE 422 TO STATUS-CODE-N OF WHTAX-SVC-RES
               MOVE 'RANGE-TO must be above RANGE-FROM'
                   TO STATUS-MSG OF WHTAX-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-WHTAX-FILE-IO
           IF NOT OK OF WHTAX-SVC-RES
               EXIT PARAGRAPH
           END-IF

           SET WHTAX-NEW TO TRUE
           MOVE TABLE-YEAR OF IN-WHTAX OF WHTAX-SVC-REQ TO WS-YEAR-STR
           MOVE RANGE-FROM OF IN-WHTAX OF WHTAX-SVC-REQ TO WS-FROM-STR
           MOVE WS-YEAR-STR TO WHT-REC-KEY1
           MOVE TABLE-KIND OF IN-WHTAX OF WHTAX-SVC-REQ
               TO WHT-REC-KEY2
           MOVE TABLE-COLUMN OF IN-WHTAX OF WHTAX-SVC-REQ
               TO WHT-REC-KEY3
           MOVE WS-FROM-STR TO WHT-REC-KEY4
           READ WHTAX-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WHTAX-EXISTS TO TRUE
           END-READ

           MOVE IN-WHTAX OF WHTAX-SVC-REQ TO WS-TEMP-WHTAX
           MOVE 1 TO RECORD-VERSION OF WS-TEMP-WHTAX
           MOVE 1 TO REC-VERSION OF WS-TEMP-WHTAX
           MOVE USER-ID OF WHTAX-SVC-REQ
               TO CREATED-BY OF WS-TEMP-WHTAX
           MOVE WS-CURRENT-TIMESTAMP
               TO CREATED-AT OF WS-TEMP-WHTAX

           MOVE WS-TEMP-WHTAX TO WHTAX-RECORD
           IF WHTAX-EXISTS
               REWRITE WHTAX-RECORD
           ELSE
               WRITE WHTAX-RECORD
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF WHTAX-SVC-RES
               MOVE 'Failed to write withholding table row'
                   TO STATUS-MSG OF WHTAX-SVC-RES
               CLOSE WHTAX-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE WHTAX-FILE

           MOVE 0 TO STATUS-CODE-N OF WHTAX-SVC-RES
           MOVE 'Withholding table row recorded'
               TO STATUS-MSG OF WHTAX-SVC-RES
           MOVE WS-TEMP-WHTAX TO OUT-WHTAX OF WHTAX-SVC-RES
           .

       PURGE-WHTAX-YEAR.
      *    Pre: Q-TABLE-YEAR populated
      *    Post: Every row of that year's tables deleted - the
      *          January reload replaces the year whole, so a range
      *          the new table no longer has cannot linger

           IF Q-TABLE-YEAR OF WHTAX-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF WHTAX-SVC-RES
               MOVE 'Q-TABLE-YEAR is required'
                   TO STATUS-MSG OF WHTAX-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-WHTAX-FILE-IO
           IF NOT OK OF WHTAX-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PURGE-COUNT
           MOVE Q-TABLE-YEAR OF WHTAX-SVC-REQ TO WS-YEAR-STR
           MOVE WS-YEAR-STR TO WHT-REC-KEY1
           MOVE LOW-VALUES TO WHT-REC-KEY2
           MOVE LOW-VALUES TO WHT-REC-KEY3
           MOVE LOW-VALUES TO WHT-REC-KEY4
           SET MORE-ROWS-TO-SCAN TO TRUE
           START WHTAX-FILE KEY IS >= WHT-REC-KEY
               INVALID KEY
                   SET NO-MORE-ROWS TO TRUE
           END-START

           PERFORM PURGE-NEXT-ROW UNTIL NO-MORE-ROWS

           CLOSE WHTAX-FILE

           MOVE WS-PURGE-COUNT TO ROWS-PURGED OF WHTAX-SVC-RES
           MOVE 0 TO STATUS-CODE-N OF WHTAX-SVC-RES
           MOVE 'Withholding table year purged'
               TO STATUS-MSG OF WHTAX-SVC-RES
           .

      * PURGE-NEXT-ROW: One step of the purge - reads the next row
      * and deletes it while it still belongs to the purged year.
       PURGE-NEXT-ROW.
           READ WHTAX-FILE NEXT RECORD
               AT END
                   SET NO-MORE-ROWS TO TRUE
           END-READ
           IF NO-MORE-ROWS
               EXIT PARAGRAPH
           END-IF

           IF WHT-REC-KEY1 NOT = WS-YEAR-STR
               SET NO-MORE-ROWS TO TRUE
               EXIT PARAGRAPH
           END-IF

           DELETE WHTAX-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-PURGE-COUNT
           END-DELETE
           .

       COMPUTE-WITHHOLDING.
      *    Pre: Q-PAY-DATE, Q-TAX-COLUMN, Q-DEP-COUNT and
      *         Q-TAXABLE-AMOUNT populated (Q-BONUS/Q-PRIOR-TAXABLE
      *         for a bonus; Q-PAY-FREQUENCY for a semi-monthly or
      *         weekly pay)
      *    Post: TAX-DUE carries the whole-yen withholding; 404 when
      *          no table covers the payment year or the one before,
      *          or a weekly pay finds no daily table for the year

           IF Q-PAY-DATE OF WHTAX-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF WHTAX-SVC-RES
               MOVE 'Q-PAY-DATE is required'
                   TO STATUS-MSG OF WHTAX-SVC-RES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT WHTAX-FILE

           IF FILE-NOT-FOUND
               MOVE 404 TO STATUS-CODE-N OF WHTAX-SVC-RES
               MOVE 'No withholding table loaded'
                   TO STATUS-MSG OF WHTAX-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF WHTAX-SVC-RES
               MOVE 'Cannot open withholding table file'
                   TO STATUS-MSG OF WHTAX-SVC-RES
               EXIT PARAGRAPH
           END-IF

      *    The payment year's table, or last year's while January's
      *    reload has not happened yet
           DIVIDE Q-PAY-DATE OF WHTAX-SVC-REQ BY 10000
               GIVING WS-TABLE-YEAR
           PERFORM PROBE-TABLE-YEAR
           IF TABLE-ROW-MISSING
               SUBTRACT 1 FROM WS-TABLE-YEAR
               PERFORM PROBE-TABLE-YEAR
           END-IF
           IF TABLE-ROW-MISSING
               CLOSE WHTAX-FILE
               MOVE 404 TO STATUS-CODE-N OF WHTAX-SVC-RES
               MOVE 'No withholding table for the payment year'
                   TO STATUS-MSG OF WHTAX-SVC-RES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TABLE-YEAR TO TABLE-YEAR-USED OF WHTAX-SVC-RES

      *    Column: otsu, or kou by dependents with the eighth and
      *    later taken off the column-7 amount
           MOVE 0 TO WS-EXTRA-DEPS
           IF Q-COLUMN-OTSU OF WHTAX-SVC-REQ
               MOVE 'O' TO WS-LOOKUP-COLUMN
           ELSE
               IF Q-DEP-COUNT OF WHTAX-SVC-REQ > 7
                   MOVE '7' TO WS-LOOKUP-COLUMN
                   COMPUTE WS-EXTRA-DEPS =
                       Q-DEP-COUNT OF WHTAX-SVC-REQ - 7
               ELSE
                   MOVE Q-DEP-COUNT OF WHTAX-SVC-REQ(2:1)
                       TO WS-LOOKUP-COLUMN
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN Q-BONUS-PAYMENT OF WHTAX-SVC-REQ
                   PERFORM COMPUTE-BONUS-WITHHOLDING
               WHEN Q-PAY-FREQUENCY OF WHTAX-SVC-REQ = 'S'
                   COMPUTE WS-LOOKUP-AMOUNT =
                       Q-TAXABLE-AMOUNT OF WHTAX-SVC-REQ
                       * SEMI-MONTHS-PER-MONTH
                   PERFORM LOOKUP-MONTHLY-TAX
                   DIVIDE WS-ROW-TAX BY SEMI-MONTHS-PER-MONTH
                       GIVING TAX-DUE OF WHTAX-SVC-RES
               WHEN Q-PAY-FREQUENCY OF WHTAX-SVC-REQ = 'W'
                   DIVIDE Q-TAXABLE-AMOUNT OF WHTAX-SVC-REQ
                       BY DAYS-PER-WEEK GIVING WS-LOOKUP-AMOUNT
                   PERFORM LOOKUP-DAILY-TAX
                   IF TABLE-ROW-MISSING
                       CLOSE WHTAX-FILE
                       MOVE 404 TO STATUS-CODE-N OF WHTAX-SVC-RES
                       MOVE 'No daily withholding table for the year'
                           TO STATUS-MSG OF WHTAX-SVC-RES
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE TAX-DUE OF WHTAX-SVC-RES =
                       WS-ROW-TAX * DAYS-PER-WEEK
               WHEN OTHER
                   MOVE Q-TAXABLE-AMOUNT OF WHTAX-SVC-REQ
                       TO WS-LOOKUP-AMOUNT
                   PERFORM LOOKUP-MONTHLY-TAX
                   MOVE WS-ROW-TAX TO TAX-DUE OF WHTAX-SVC-RES
           END-EVALUATE

           CLOSE WHTAX-FILE

           MOVE 0 TO STATUS-CODE-N OF WHTAX-SVC-RES
           MOVE 'Withholding computed'
               TO STATUS-MSG OF WHTAX-SVC-RES
           .

      * COMPUTE-BONUS-WITHHOLDING: The bonus rate from the row the
      * prior month's taxable pay falls in, times the bonus's
      * taxable amount. With no prior month's pay, or a bonus over
      * ten times it, the statutory special case applies instead:
      * the monthly-table tax on the prior pay plus a sixth of the
      * bonus, less the tax on the prior pay alone, times six.
       COMPUTE-BONUS-WITHHOLDING.
           IF Q-PRIOR-TAXABLE OF WHTAX-SVC-REQ = 0
                   OR Q-TAXABLE-AMOUNT OF WHTAX-SVC-REQ >
                       Q-PRIOR-TAXABLE OF WHTAX-SVC-REQ
                       * BONUS-SPECIAL-MULTIPLE
               DIVIDE Q-TAXABLE-AMOUNT OF WHTAX-SVC-REQ
                   BY BONUS-SPREAD-MONTHS GIVING WS-BONUS-SIXTH
               COMPUTE WS-LOOKUP-AMOUNT =
                   Q-PRIOR-TAXABLE OF WHTAX-SVC-REQ + WS-BONUS-SIXTH
               PERFORM LOOKUP-MONTHLY-TAX
               MOVE WS-ROW-TAX TO WS-TAX-WITH-BONUS
               MOVE Q-PRIOR-TAXABLE OF WHTAX-SVC-REQ
                   TO WS-LOOKUP-AMOUNT
               PERFORM LOOKUP-MONTHLY-TAX
               MOVE WS-ROW-TAX TO WS-TAX-WITHOUT-BONUS
               COMPUTE WS-TAX-WORK =
                   (WS-TAX-WITH-BONUS - WS-TAX-WITHOUT-BONUS)
                   * BONUS-SPREAD-MONTHS
               IF WS-TAX-WORK < 0
                   MOVE 0 TO WS-TAX-WORK
               END-IF
               MOVE WS-TAX-WORK TO TAX-DUE OF WHTAX-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE 'B' TO WS-LOOKUP-KIND
           MOVE Q-PRIOR-TAXABLE OF WHTAX-SVC-REQ TO WS-LOOKUP-AMOUNT
           PERFORM LOOKUP-TABLE-ROW
           IF TABLE-ROW-MISSING
               MOVE 0 TO TAX-DUE OF WHTAX-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE TAX-RATE OF WS-TEMP-WHTAX
               TO RATE-APPLIED OF WHTAX-SVC-RES
           COMPUTE TAX-DUE OF WHTAX-SVC-RES ROUNDED MODE IS TRUNCATION
               = Q-TAXABLE-AMOUNT OF WHTAX-SVC-REQ
               * TAX-RATE OF WS-TEMP-WHTAX
           .

      * COMPUTE-RETIREMENT-TAX: The separately taxed retirement
      * income on Q-TAXABLE-AMOUNT for Q-SERVICE-YEARS, the income
      * tax withheld on it and the resident tax specially collected.
      * With the declaration the progressive rates apply to the
      * taxable retirement income; without it the flat rate applies
      * to the whole allowance. No table lookup is involved.
       COMPUTE-RETIREMENT-TAX.
           IF Q-SERVICE-YEARS OF WHTAX-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF WHTAX-SVC-RES
               MOVE 'Q-SERVICE-YEARS is required'
                   TO STATUS-MSG OF WHTAX-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF Q-SERVICE-YEARS OF WHTAX-SVC-REQ > RETIRE-LONG-SERVICE
               COMPUTE RETIRE-DEDUCTION OF WHTAX-SVC-RES =
                   RETIRE-DEDUCT-PER-YEAR * RETIRE-LONG-SERVICE
                   + RETIRE-DEDUCT-LONG-YEAR
                   * (Q-SERVICE-YEARS OF WHTAX-SVC-REQ
                      - RETIRE-LONG-SERVICE)
           ELSE
               COMPUTE RETIRE-DEDUCTION OF WHTAX-SVC-RES =
                   RETIRE-DEDUCT-PER-YEAR
                   * Q-SERVICE-YEARS OF WHTAX-SVC-REQ
               IF RETIRE-DEDUCTION OF WHTAX-SVC-RES <
                       RETIRE-DEDUCT-MINIMUM
                   MOVE RETIRE-DEDUCT-MINIMUM
                       TO RETIRE-DEDUCTION OF WHTAX-SVC-RES
               END-IF
           END-IF

           COMPUTE WS-RETIRE-NET =
               Q-TAXABLE-AMOUNT OF WHTAX-SVC-REQ
               - RETIRE-DEDUCTION OF WHTAX-SVC-RES
           IF WS-RETIRE-NET < 0
               MOVE 0 TO WS-RETIRE-NET
           END-IF

           IF Q-SERVICE-YEARS OF WHTAX-SVC-REQ <= RETIRE-SHORT-SERVICE
                   AND WS-RETIRE-NET > RETIRE-SHORT-THRESHOLD
               COMPUTE WS-RETIRE-WORK =
                   RETIRE-SHORT-THRESHOLD / 2
                   + WS-RETIRE-NET - RETIRE-SHORT-THRESHOLD
           ELSE
               DIVIDE WS-RETIRE-NET BY 2 GIVING WS-RETIRE-WORK
           END-IF

      *    Taxable retirement income is rounded down to 1,000 yen
           DIVIDE WS-RETIRE-WORK BY 1000 GIVING WS-RETIRE-WORK
           MULTIPLY 1000 BY WS-RETIRE-WORK
           MOVE WS-RETIRE-WORK TO RETIRE-INCOME OF WHTAX-SVC-RES

           IF Q-DECLARATION-FILED OF WHTAX-SVC-REQ
               PERFORM COMPUTE-RETIREMENT-PROGRESSIVE
           ELSE
               MOVE RETIRE-FLAT-RATE TO RATE-APPLIED OF WHTAX-SVC-RES
               COMPUTE TAX-DUE OF WHTAX-SVC-RES
                   ROUNDED MODE IS TRUNCATION
                   = Q-TAXABLE-AMOUNT OF WHTAX-SVC-REQ
                   * RETIRE-FLAT-RATE
           END-IF

      *    Resident tax - each levy rounded down to 100 yen
           COMPUTE WS-RETIRE-WORK ROUNDED MODE IS TRUNCATION =
               RETIRE-INCOME OF WHTAX-SVC-RES * RETIRE-MUNI-RATE
           DIVIDE WS-RETIRE-WORK BY 100 GIVING WS-RETIRE-WORK
           MULTIPLY 100 BY WS-RETIRE-WORK
           MOVE WS-RETIRE-WORK TO RETIRE-MUNI-TAX OF WHTAX-SVC-RES
           COMPUTE WS-RETIRE-WORK ROUNDED MODE IS TRUNCATION =
               RETIRE-INCOME OF WHTAX-SVC-RES * RETIRE-PREF-RATE
           DIVIDE WS-RETIRE-WORK BY 100 GIVING WS-RETIRE-WORK
           MULTIPLY 100 BY WS-RETIRE-WORK
           MOVE WS-RETIRE-WORK TO RETIRE-PREF-TAX OF WHTAX-SVC-RES

           MOVE 0 TO STATUS-CODE-N OF WHTAX-SVC-RES
           MOVE 'Retirement income tax computed'
               TO STATUS-MSG OF WHTAX-SVC-RES
           .

      * COMPUTE-RETIREMENT-PROGRESSIVE: The quick-calculation table
      * on the taxable retirement income, plus the reconstruction
      * surtax, rounded down to the yen.
       COMPUTE-RETIREMENT-PROGRESSIVE.
           MOVE RETIRE-INCOME OF WHTAX-SVC-RES TO WS-RETIRE-WORK
           EVALUATE TRUE
               WHEN WS-RETIRE-WORK <= 1950000
                   COMPUTE WS-RETIRE-TAX-CALC = WS-RETIRE-WORK * 0.05
               WHEN WS-RETIRE-WORK <= 3300000
                   COMPUTE WS-RETIRE-TAX-CALC =
                       WS-RETIRE-WORK * 0.10 - 97500
               WHEN WS-RETIRE-WORK <= 6950000
                   COMPUTE WS-RETIRE-TAX-CALC =
                       WS-RETIRE-WORK * 0.20 - 427500
               WHEN WS-RETIRE-WORK <= 9000000
                   COMPUTE WS-RETIRE-TAX-CALC =
                       WS-RETIRE-WORK * 0.23 - 636000
               WHEN WS-RETIRE-WORK <= 18000000
                   COMPUTE WS-RETIRE-TAX-CALC =
                       WS-RETIRE-WORK * 0.33 - 1536000
               WHEN WS-RETIRE-WORK <= 40000000
                   COMPUTE WS-RETIRE-TAX-CALC =
                       WS-RETIRE-WORK * 0.40 - 2796000
               WHEN OTHER
                   COMPUTE WS-RETIRE-TAX-CALC =
                       WS-RETIRE-WORK * 0.45 - 4796000
           END-EVALUATE

           IF WS-RETIRE-TAX-CALC < 0
               MOVE 0 TO WS-RETIRE-TAX-CALC
           END-IF

           COMPUTE TAX-DUE OF WHTAX-SVC-RES ROUNDED MODE IS TRUNCATION
               = WS-RETIRE-TAX-CALC * RECONSTRUCTION-RATE
           .

      * LOOKUP-MONTHLY-TAX: The monthly-table tax for
      * WS-LOOKUP-AMOUNT in WS-LOOKUP-COLUMN into WS-ROW-TAX - the
      * row's amount plus its rate on the excess over RANGE-FROM,
      * less the extra-dependent credit; zero below the first row.
       LOOKUP-MONTHLY-TAX.
           MOVE 'M' TO WS-LOOKUP-KIND
           MOVE EXTRA-DEPENDENT-CREDIT TO WS-DEP-CREDIT
           PERFORM LOOKUP-AMOUNT-TAX
           .

      * LOOKUP-DAILY-TAX: The same against the daily table, which
      * a weekly pay is taxed on a day at a time.
       LOOKUP-DAILY-TAX.
           MOVE 'D' TO WS-LOOKUP-KIND
           MOVE DAILY-DEPENDENT-CREDIT TO WS-DEP-CREDIT
           PERFORM LOOKUP-AMOUNT-TAX
           .

      * LOOKUP-AMOUNT-TAX: The WS-LOOKUP-KIND table's tax on
      * WS-LOOKUP-AMOUNT in WS-LOOKUP-COLUMN, less WS-DEP-CREDIT
      * for each dependent beyond the seventh.
       LOOKUP-AMOUNT-TAX.
           MOVE 0 TO WS-ROW-TAX
           PERFORM LOOKUP-TABLE-ROW
           IF TABLE-ROW-MISSING
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-TAX-WORK ROUNDED MODE IS TRUNCATION
               = TAX-AMOUNT OF WS-TEMP-WHTAX
               + (WS-LOOKUP-AMOUNT - RANGE-FROM OF WS-TEMP-WHTAX)
               * TAX-RATE OF WS-TEMP-WHTAX
               - WS-EXTRA-DEPS * WS-DEP-CREDIT
           IF WS-TAX-WORK < 0
               MOVE 0 TO WS-TAX-WORK
           END-IF
           MOVE WS-TAX-WORK TO WS-ROW-TAX
           .

      * LOOKUP-TABLE-ROW: Walks WS-LOOKUP-KIND/WS-LOOKUP-COLUMN's
      * rows of WS-TABLE-YEAR in ascending range order and leaves
      * the one WS-LOOKUP-AMOUNT falls in (the last row starting at
      * or below it, provided the amount is under its RANGE-TO or
      * the row is open-ended) in WS-TEMP-WHTAX.
       LOOKUP-TABLE-ROW.
           SET TABLE-ROW-MISSING TO TRUE
           MOVE WS-TABLE-YEAR TO WS-YEAR-STR
           MOVE WS-YEAR-STR TO WHT-REC-KEY1
           MOVE WS-LOOKUP-KIND TO WHT-REC-KEY2
           MOVE WS-LOOKUP-COLUMN TO WHT-REC-KEY3
           MOVE LOW-VALUES TO WHT-REC-KEY4
           SET MORE-ROWS-TO-SCAN TO TRUE
           START WHTAX-FILE KEY IS >= WHT-REC-KEY
               INVALID KEY
                   SET NO-MORE-ROWS TO TRUE
           END-START

           PERFORM SCAN-NEXT-TABLE-ROW UNTIL NO-MORE-ROWS

           IF TABLE-ROW-FOUND
               IF RANGE-TO OF WS-TEMP-WHTAX NOT = 0
                       AND WS-LOOKUP-AMOUNT >= RANGE-TO OF WS-TEMP-WHTAX
                   SET TABLE-ROW-MISSING TO TRUE
               END-IF
           END-IF
           .

      * SCAN-NEXT-TABLE-ROW: One step of the row walk - stops at
      * the end of the column or at the first row starting above
      * the amount.
       SCAN-NEXT-TABLE-ROW.
           READ WHTAX-FILE NEXT RECORD
               AT END
                   SET NO-MORE-ROWS TO TRUE
           END-READ
           IF NO-MORE-ROWS
               EXIT PARAGRAPH
           END-IF

           IF WHT-REC-KEY1 NOT = WS-YEAR-STR
                   OR WHT-REC-KEY2 NOT = WS-LOOKUP-KIND
                   OR WHT-REC-KEY3 NOT = WS-LOOKUP-COLUMN
               SET NO-MORE-ROWS TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE WHTAX-RECORD TO WS-TEMP-WHTAX
           IF RANGE-FROM OF WS-TEMP-WHTAX > WS-LOOKUP-AMOUNT
               SET NO-MORE-ROWS TO TRUE
               EXIT PARAGRAPH
           END-IF

           SET TABLE-ROW-FOUND TO TRUE
           .

      * PROBE-TABLE-YEAR: Whether WS-TABLE-YEAR has a monthly table
      * loaded at all.
       PROBE-TABLE-YEAR.
           SET TABLE-ROW-MISSING TO TRUE
           MOVE WS-TABLE-YEAR TO WS-YEAR-STR
           MOVE WS-YEAR-STR TO WHT-REC-KEY1
           MOVE 'M' TO WHT-REC-KEY2
           MOVE LOW-VALUES TO WHT-REC-KEY3
           MOVE LOW-VALUES TO WHT-REC-KEY4
           START WHTAX-FILE KEY IS >= WHT-REC-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ WHTAX-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ

           IF WHT-REC-KEY1 = WS-YEAR-STR AND WHT-REC-KEY2 = 'M'
               SET TABLE-ROW-FOUND TO TRUE
           END-IF
           .

       OPEN-WHTAX-FILE-IO.
      *    Pre: None
      *    Post: WHTAX-FILE open I-O (created first if it didn't
      *          exist), STATUS-CODE-N set

           OPEN I-O WHTAX-FILE

           IF FILE-NOT-FOUND
      *        Create new file
               OPEN OUTPUT WHTAX-FILE
               CLOSE WHTAX-FILE
               OPEN I-O WHTAX-FILE
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF WHTAX-SVC-RES
               MOVE 'Cannot open withholding table file'
                   TO STATUS-MSG OF WHTAX-SVC-RES
           ELSE
               MOVE 0 TO STATUS-CODE-N OF WHTAX-SVC-RES
           END-IF
           .

       END PROGRAM WHTAX-SVC.
