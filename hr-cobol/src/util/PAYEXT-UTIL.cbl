       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYEXT-UTIL.
      ******************************************************************
      * PAYEXT-UTIL - Period payroll extract currency check
      * Purpose: Answers whether the sorted period extract PAYEXTR
      *          cut (hr-cobol/data/extract/payext_<YYYYMM>.dat) can
      *          still stand in for the live payroll file. The
      *          period's fingerprint - its record count and the
      *          latest creation, calculation, approval or
      *          modification timestamp on any of its records - is
      *          taken from the live file and compared with the one
      *          the extract header was cut from; a payroll added,
      *          recalculated, approved, paid or voided since makes
      *          the extract stale. An extract with fewer detail
      *          lines than its header promises was cut off and is
      *          stale as well. A whole year can be checked in the
      *          one pass of the live file.
      * Operations: FINGERPRINT, CHECK-EXTRACT, CHECK-YEAR
      * Input: hr-cobol/data/payroll.dat
      *        hr-cobol/data/extract/payext_<YYYYMM>.dat
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-FILE
               ASSIGN TO 'hr-cobol/data/payroll.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-FILE-STATUS.

           SELECT EXTRACT-FILE
               ASSIGN TO DYNAMIC WS-EXTRACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-FILE.
       01  PAYROLL-RECORD          PIC X(1000).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD          PIC X(800).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(12) VALUE 'PAYEXT-UTIL'.

       01  WS-PAY-FILE-STATUS      PIC XX.
           88  PAY-FILE-OK             VALUE '00'.
           88  PAY-FILE-EOF            VALUE '10'.
       01  WS-EXT-FILE-STATUS      PIC XX.
           88  EXT-FILE-OK             VALUE '00'.
           88  EXT-FILE-EOF            VALUE '10'.
       01  WS-EXTRACT-PATH         PIC X(60).

       01  WS-PAY-REC.
           COPY payroll REPLACING ==05== BY ==10==.
       01  WS-PX-REC.
           COPY payext.

      * The live file's fingerprint, per month of the periods
      * asked about - one month, or the twelve of a year
       01  WS-FIRST-PERIOD         PIC 9(6).
       01  WS-LAST-PERIOD          PIC 9(6).
       01  WS-CHECK-YEAR           PIC 9(4).
       01  WS-CHECK-PERIOD         PIC 9(6).
       01  WS-FP-TABLE.
           05  WS-FP-ENTRY OCCURS 12 TIMES.
               10  WS-FP-COUNT         PIC 9(7).
               10  WS-FP-LAST-CHANGE   PIC 9(14).
       01  WS-FP-IDX               PIC 9(2).
       01  WS-PAY-YEAR             PIC 9(4).
       01  WS-PAY-MONTH            PIC 9(2).
       01  WS-PAY-COUNT            PIC 9(7).
       01  WS-LAST-CHANGE          PIC 9(14).
       01  WS-RESULT               PIC X.
           88  RESULT-USABLE           VALUE 'C' 'E'.

      * What the extract on file holds
       01  WS-HEADER-SW            PIC X.
           88  HEADER-READ             VALUE 'Y'.
           88  HEADER-NOT-READ         VALUE 'N'.
       01  WS-HDR-DETAIL-COUNT     PIC 9(7).
       01  WS-HDR-PAY-COUNT        PIC 9(7).
       01  WS-HDR-LAST-CHANGE      PIC 9(14).
       01  WS-HDR-CREATED-AT       PIC 9(14).
       01  WS-DETAIL-COUNT         PIC 9(7).

       LINKAGE SECTION.
       01  LS-OPERATION            PIC X(2).
      *    FINGERPRINT returns the live file's count and latest
      *    change for LS-PERIOD; CHECK-EXTRACT returns them too and
      *    answers in LS-RESULT whether the period's extract is
      *    current. Both return the extract's path in
      *    LS-EXTRACT-PATH. CHECK-YEAR takes the year from LS-PERIOD
      *    (YYYYMM, any month), returns the year's totals and answers
      *    C when every month's extract is current or the month has
      *    neither payrolls nor an extract - an extract then on file
      *    for any month of the year is current - and S otherwise.
           88  OP-FINGERPRINT          VALUE 'F'.
           88  OP-CHECK-EXTRACT        VALUE 'C'.
           88  OP-CHECK-YEAR           VALUE 'Y'.

       01  LS-PERIOD               PIC 9(6).
       01  LS-EXTRACT-PATH         PIC X(60).
       01  LS-PAY-COUNT            PIC 9(7).
       01  LS-LAST-CHANGE          PIC 9(14).
       01  LS-RESULT               PIC X.
      *    C the extract matches the live file; S it is stale or was
      *    cut off; M the period has payrolls but no extract; E the
      *    period has neither payrolls nor an extract
           88  EXTRACT-CURRENT         VALUE 'C'.
           88  EXTRACT-STALE           VALUE 'S'.
           88  EXTRACT-MISSING         VALUE 'M'.
           88  PERIOD-EMPTY            VALUE 'E'.
       01  LS-STATUS               PIC 9.
           88  PERIOD-VALID            VALUE 0.
           88  PERIOD-INVALID          VALUE 1.

       PROCEDURE DIVISION USING LS-OPERATION LS-PERIOD
                                LS-EXTRACT-PATH LS-PAY-COUNT
                                LS-LAST-CHANGE LS-RESULT LS-STATUS.

       MAIN-PROCESS.
           MOVE 0 TO LS-STATUS
           MOVE 0 TO LS-PAY-COUNT
           MOVE 0 TO LS-LAST-CHANGE
           MOVE 'M' TO LS-RESULT

           IF LS-PERIOD IS NOT NUMERIC OR LS-PERIOD = 0
               MOVE 1 TO LS-STATUS
               MOVE SPACES TO LS-EXTRACT-PATH
               GOBACK
           END-IF

           IF OP-CHECK-YEAR
               DIVIDE LS-PERIOD BY 100 GIVING WS-CHECK-YEAR
               COMPUTE WS-FIRST-PERIOD = WS-CHECK-YEAR * 100 + 1
               COMPUTE WS-LAST-PERIOD = WS-CHECK-YEAR * 100 + 12
           ELSE
               MOVE LS-PERIOD TO WS-FIRST-PERIOD
               MOVE LS-PERIOD TO WS-LAST-PERIOD
           END-IF

           MOVE LS-PERIOD TO WS-CHECK-PERIOD
           PERFORM BUILD-EXTRACT-PATH
           MOVE WS-EXTRACT-PATH TO LS-EXTRACT-PATH

           PERFORM FINGERPRINT-PERIOD

           EVALUATE TRUE
               WHEN OP-FINGERPRINT
                   MOVE WS-FP-COUNT(1) TO LS-PAY-COUNT
                   MOVE WS-FP-LAST-CHANGE(1) TO LS-LAST-CHANGE
               WHEN OP-CHECK-EXTRACT
                   MOVE WS-FP-COUNT(1) TO LS-PAY-COUNT
                   MOVE WS-FP-LAST-CHANGE(1) TO LS-LAST-CHANGE
                   MOVE WS-FP-COUNT(1) TO WS-PAY-COUNT
                   MOVE WS-FP-LAST-CHANGE(1) TO WS-LAST-CHANGE
                   PERFORM CHECK-EXTRACT-CURRENT
                   MOVE WS-RESULT TO LS-RESULT
               WHEN OP-CHECK-YEAR
                   MOVE 'C' TO LS-RESULT
                   PERFORM CHECK-ONE-MONTH
                       VARYING WS-FP-IDX FROM 1 BY 1
                       UNTIL WS-FP-IDX > 12
               WHEN OTHER
                   MOVE 1 TO LS-STATUS
           END-EVALUATE

           GOBACK
           .

       BUILD-EXTRACT-PATH.
           MOVE SPACES TO WS-EXTRACT-PATH
           STRING 'hr-cobol/data/extract/payext_'
                  WS-CHECK-PERIOD '.dat'
               DELIMITED BY SIZE INTO WS-EXTRACT-PATH
           .

      * CHECK-ONE-MONTH: One month of a CHECK-YEAR, its totals
      * folded into the year's.
       CHECK-ONE-MONTH.
           COMPUTE WS-CHECK-PERIOD = WS-CHECK-YEAR * 100 + WS-FP-IDX
           PERFORM BUILD-EXTRACT-PATH
           MOVE WS-FP-COUNT(WS-FP-IDX) TO WS-PAY-COUNT
           MOVE WS-FP-LAST-CHANGE(WS-FP-IDX) TO WS-LAST-CHANGE
           ADD WS-PAY-COUNT TO LS-PAY-COUNT
           IF WS-LAST-CHANGE > LS-LAST-CHANGE
               MOVE WS-LAST-CHANGE TO LS-LAST-CHANGE
           END-IF
           PERFORM CHECK-EXTRACT-CURRENT
           IF NOT RESULT-USABLE
               MOVE 'S' TO LS-RESULT
           END-IF
           .

      * FINGERPRINT-PERIOD: Counts each asked-about period's records
      * on the live file, whatever their status, and takes the
      * latest timestamp any of them carries. A legacy record with a
      * blank timestamp simply does not contribute that one.
       FINGERPRINT-PERIOD.
           INITIALIZE WS-FP-TABLE

           OPEN INPUT PAYROLL-FILE
           IF NOT PAY-FILE-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL PAY-FILE-EOF
               READ PAYROLL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PAYROLL-RECORD TO WS-PAY-REC
                       IF PAY-PERIOD OF WS-PAY-REC >= WS-FIRST-PERIOD
                               AND PAY-PERIOD OF WS-PAY-REC
                                   <= WS-LAST-PERIOD
                           PERFORM FOLD-INTO-FINGERPRINT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PAYROLL-FILE
           .

       FOLD-INTO-FINGERPRINT.
           MOVE 1 TO WS-FP-IDX
           IF OP-CHECK-YEAR
               DIVIDE PAY-PERIOD OF WS-PAY-REC BY 100
                   GIVING WS-PAY-YEAR REMAINDER WS-PAY-MONTH
               IF WS-PAY-MONTH < 1 OR WS-PAY-MONTH > 12
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-PAY-MONTH TO WS-FP-IDX
           END-IF
           MOVE WS-FP-COUNT(WS-FP-IDX) TO WS-PAY-COUNT
           MOVE WS-FP-LAST-CHANGE(WS-FP-IDX) TO WS-LAST-CHANGE

           ADD 1 TO WS-PAY-COUNT
           IF CREATED-AT OF WS-PAY-REC IS NUMERIC
                   AND CREATED-AT OF WS-PAY-REC > WS-LAST-CHANGE
               MOVE CREATED-AT OF WS-PAY-REC TO WS-LAST-CHANGE
           END-IF
           IF CALC-TIMESTAMP OF WS-PAY-REC IS NUMERIC
                   AND CALC-TIMESTAMP OF WS-PAY-REC > WS-LAST-CHANGE
               MOVE CALC-TIMESTAMP OF WS-PAY-REC TO WS-LAST-CHANGE
           END-IF
           IF APPROVED-TIMESTAMP OF WS-PAY-REC IS NUMERIC
                   AND APPROVED-TIMESTAMP OF WS-PAY-REC
                       > WS-LAST-CHANGE
               MOVE APPROVED-TIMESTAMP OF WS-PAY-REC
                   TO WS-LAST-CHANGE
           END-IF
           IF MODIFIED-AT OF WS-PAY-REC IS NUMERIC
                   AND MODIFIED-AT OF WS-PAY-REC > WS-LAST-CHANGE
               MOVE MODIFIED-AT OF WS-PAY-REC TO WS-LAST-CHANGE
           END-IF

           MOVE WS-PAY-COUNT TO WS-FP-COUNT(WS-FP-IDX)
           MOVE WS-LAST-CHANGE TO WS-FP-LAST-CHANGE(WS-FP-IDX)
           .

      * CHECK-EXTRACT-CURRENT: Reads the extract's header and counts
      * its detail lines. It is current when it is whole, was cut
      * from the same fingerprint the live file shows now, and was
      * cut no earlier than the last change.
       CHECK-EXTRACT-CURRENT.
           OPEN INPUT EXTRACT-FILE
           IF NOT EXT-FILE-OK
               IF WS-PAY-COUNT = 0
                   MOVE 'E' TO WS-RESULT
               ELSE
                   MOVE 'M' TO WS-RESULT
               END-IF
               EXIT PARAGRAPH
           END-IF

           SET HEADER-NOT-READ TO TRUE
           MOVE 0 TO WS-DETAIL-COUNT
           PERFORM UNTIL EXT-FILE-EOF
               READ EXTRACT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE EXTRACT-RECORD TO WS-PX-REC
                       PERFORM TALLY-EXTRACT-LINE
               END-READ
           END-PERFORM
           CLOSE EXTRACT-FILE

           MOVE 'S' TO WS-RESULT
           IF HEADER-NOT-READ
               EXIT PARAGRAPH
           END-IF
           IF WS-DETAIL-COUNT NOT = WS-HDR-DETAIL-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-HDR-PAY-COUNT = WS-PAY-COUNT
                   AND WS-HDR-LAST-CHANGE = WS-LAST-CHANGE
                   AND WS-HDR-CREATED-AT >= WS-LAST-CHANGE
               MOVE 'C' TO WS-RESULT
           END-IF
           .

       TALLY-EXTRACT-LINE.
           IF PX-HEADER
               IF PX-PERIOD = WS-CHECK-PERIOD
                   SET HEADER-READ TO TRUE
                   MOVE PX-DETAIL-COUNT TO WS-HDR-DETAIL-COUNT
                   MOVE PX-PAY-COUNT TO WS-HDR-PAY-COUNT
                   MOVE PX-LAST-CHANGE TO WS-HDR-LAST-CHANGE
                   MOVE PX-CREATED-AT TO WS-HDR-CREATED-AT
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF PX-DETAIL AND PX-PERIOD = WS-CHECK-PERIOD
               ADD 1 TO WS-DETAIL-COUNT
           END-IF
           .

       END PROGRAM PAYEXT-UTIL.
