      *          amount for period month 6, the monthly amount
      *          otherwise) and disagreements are flagged.
      * Input: hr-cobol/data/payroll.dat
      *        hr-cobol/data/extract/payext_<YYYYMM>.dat (when
      *        current - stands in for the payroll file)
      *        hr-cobol/data/paydtl.dat
      *        hr-cobol/data/restax.dat
      * Output: hr-cobol/data/reports/RTAXRPT_<generation>.rpt
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-FILE-STATUS.

           SELECT EXTRACT-FILE
               ASSIGN TO DYNAMIC WS-EXTRACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-FILE-STATUS.

           SELECT PAYDTL-FILE
               ASSIGN TO 'hr-cobol/data/paydtl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
       FD  PAYROLL-FILE.
       01  PAYROLL-RECORD          PIC X(1000).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD          PIC X(800).

       FD  PAYDTL-FILE.
       01  PAYDTL-RECORD           PIC X(200).

           88  PAY-FILE-OK             VALUE '00'.
           88  PAY-FILE-EOF            VALUE '10'.
           88  PAY-FILE-NOT-FOUND      VALUE '35'.
       01  WS-EXT-FILE-STATUS      PIC XX.
           88  EXT-FILE-OK             VALUE '00'.
           88  EXT-FILE-EOF            VALUE '10'.
       01  WS-DTL-FILE-STATUS      PIC XX.
           88  DTL-FILE-OK             VALUE '00'.
           88  DTL-FILE-EOF            VALUE '10'.
       01  WS-RTX-REC.
           COPY restax REPLACING ==05== BY ==10==.

      * The period's sorted extract (PAYEXTR), read in place of the
      * payroll file when PAYEXT-UTIL finds it current
       01  WS-EXTRACT-PATH         PIC X(60).
       01  WS-PX-REC.
           COPY payext.
       01  WS-PX-OP                PIC X(2).
       01  WS-PX-PAY-COUNT         PIC 9(7).
       01  WS-PX-LAST-CHANGE       PIC 9(14).
       01  WS-PX-RESULT            PIC X.
           88  PX-EXTRACT-CURRENT      VALUE 'C'.
       01  WS-PX-STATUS            PIC 9.

      * Print-file plumbing - same shape as the report programs
       01  WS-RPT-OP               PIC X.
       01  WS-RPT-NAME             PIC X(8)  VALUE 'RTAXRPT'.
               10  WS-RT-EMP-ID    PIC 9(9).
               10  WS-RT-MUNI      PIC X(6).
               10  WS-RT-EXPECTED  PIC 9(9)V99.
      *        A lump-sum leaver's balance due in this, their final
      *        collection period
               10  WS-RT-LUMP-SUM  PIC 9(9)V99.

      * Per-municipality remittance totals
       78  MAX-MUNIS               VALUE 200.
       01  WS-LINE-EMP-ID          PIC 9(9).
       01  WS-LINE-MUNI            PIC X(6).
       01  WS-LINE-EXPECTED        PIC 9(9)V99.
       01  WS-LINE-LUMP-SUM        PIC 9(9)V99.
       78  RESTAX-LUMP-SUM-CODE    VALUE 'RESTAX-LUMP'.
       78  RESTAX-RETIRE-CODE      VALUE 'RESTAX-RETIRE'.
       01  WS-PAY-FOUND-SW         PIC X.
           88  LINE-PAY-FOUND          VALUE 'Y'.
           88  LINE-PAY-NOT-FOUND      VALUE 'N'.
           STOP RUN
           .

      * LOAD-PERIOD-PAYROLLS: From the period's extract when it is
      * current, the payroll file otherwise.
       LOAD-PERIOD-PAYROLLS.
           MOVE 0 TO WS-PAY-COUNT

           MOVE 'C' TO WS-PX-OP
           CALL 'PAYEXT-UTIL' USING WS-PX-OP WS-PERIOD
                                    WS-EXTRACT-PATH WS-PX-PAY-COUNT
                                    WS-PX-LAST-CHANGE WS-PX-RESULT
                                    WS-PX-STATUS
           IF WS-PX-STATUS = 0 AND PX-EXTRACT-CURRENT
               PERFORM LOAD-FROM-EXTRACT
           ELSE
               PERFORM LOAD-FROM-PAYROLL-FILE
           END-IF
           .

       LOAD-FROM-PAYROLL-FILE.
           OPEN INPUT PAYROLL-FILE
           IF PAY-FILE-NOT-FOUND
               DISPLAY 'No payroll file found.'
                       CONTINUE
                   NOT AT END
                       MOVE PAYROLL-RECORD TO WS-PAY-REC
                       PERFORM TABLE-ONE-PAYROLL
               END-READ
           END-PERFORM

           CLOSE PAYROLL-FILE
           .

      * LOAD-FROM-EXTRACT: The extract's detail lines carry the
      * payroll record as on file - an extract that will not open
      * sends the load back to the payroll file.
       LOAD-FROM-EXTRACT.
           OPEN INPUT EXTRACT-FILE
           IF NOT EXT-FILE-OK
               PERFORM LOAD-FROM-PAYROLL-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Reading ' WS-EXTRACT-PATH

           PERFORM UNTIL EXT-FILE-EOF OR WS-PAY-COUNT >= MAX-PAYS
               READ EXTRACT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE EXTRACT-RECORD TO WS-PX-REC
                       IF PX-DETAIL
                           MOVE PX-PAYROLL TO WS-PAY-REC
                           PERFORM TABLE-ONE-PAYROLL
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EXTRACT-FILE
           .

       TABLE-ONE-PAYROLL.
           MOVE COMPANY-CODE OF WS-PAY-REC TO WS-REC-COMPANY
           PERFORM CHECK-RECORD-COMPANY
           IF PAY-PERIOD OF WS-PAY-REC = WS-PERIOD
                   AND NOT PAY-VOIDED OF WS-PAY-REC
                   AND RECORD-COMPANY-MATCH
               ADD 1 TO WS-PAY-COUNT
               MOVE PAY-ID OF WS-PAY-REC
                   TO WS-PT-PAY-ID(WS-PAY-COUNT)
               MOVE EMP-ID OF WS-PAY-REC
                   TO WS-PT-EMP-ID(WS-PAY-COUNT)
           END-IF
           .

       LOAD-FISCAL-YEAR-RESTAX.
           MOVE 0 TO WS-RTX-COUNT

                               MOVE MONTHLY-AMOUNT OF WS-RTX-REC
                                   TO WS-RT-EXPECTED(WS-RTX-COUNT)
                           END-IF
                           MOVE 0 TO WS-RT-LUMP-SUM(WS-RTX-COUNT)
                           IF REMAINDER-LUMP-SUM OF WS-RTX-REC
                                   AND LAST-COLLECT-PERIOD
                                       OF WS-RTX-REC = WS-PERIOD
                               MOVE REMAINING-AMOUNT OF WS-RTX-REC
                                   TO WS-RT-LUMP-SUM(WS-RTX-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           SET LINE-RTX-NOT-FOUND TO TRUE
           MOVE SPACES TO WS-LINE-MUNI
           MOVE 0 TO WS-LINE-EXPECTED
           MOVE 0 TO WS-LINE-LUMP-SUM
           SET WS-RTX-IDX TO 1
           IF WS-RTX-COUNT > 0
               SEARCH WS-RTX-ENTRY
                       MOVE WS-RT-MUNI(WS-RTX-IDX) TO WS-LINE-MUNI
                       MOVE WS-RT-EXPECTED(WS-RTX-IDX)
                           TO WS-LINE-EXPECTED
                       MOVE WS-RT-LUMP-SUM(WS-RTX-IDX)
                           TO WS-LINE-LUMP-SUM
               END-SEARCH
           END-IF

      *    A leaver's lump-sum line is checked against the balance
      *    on their change notification, not the month's amount
           IF LINE-CODE OF WS-DTL-REC = RESTAX-LUMP-SUM-CODE
               MOVE WS-LINE-LUMP-SUM TO WS-LINE-EXPECTED
           END-IF
      *    The resident tax on a retirement allowance is worked out
      *    from the allowance, not notified - it is remitted to the
      *    municipality on the employee's notification and only a
      *    missing notification is flagged
           IF LINE-CODE OF WS-DTL-REC = RESTAX-RETIRE-CODE
               MOVE LINE-AMOUNT OF WS-DTL-REC TO WS-LINE-EXPECTED
           END-IF

           IF LINE-RTX-NOT-FOUND
      *        A deducted line with no notification behind it is the
      *        worst kind of disagreement - flag it under a
