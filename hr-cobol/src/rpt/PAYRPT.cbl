      *          deductions, net pay and status, grouped by pay
      *          period. When PAYRPT_ARCHIVE_YEAR names a year
      *          ARCHPAY has moved out of the live file, that year's
      *          archive is included in the register too. When
      *          PAYRPT_PAY_PERIOD names one period the register
      *          covers that period only, read from the PAYEXTR
      *          extract while PAYEXT-UTIL finds it current.
      * Input: hr-cobol/data/payroll.dat
      *        hr-cobol/data/extract/payext_<YYYYMM>.dat (when
      *        current)
      *        hr-cobol/data/archive/payroll_arch_<YYYY>.dat (on
      *        request)
      * Output: Console report (DISPLAY)
      * Parm: PAYRPT_ARCHIVE_YEAR environment variable (YYYY,
      *       optional)
      *       PAYRPT_PAY_PERIOD environment variable (YYYYMM,
      *       optional)
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT EXTRACT-FILE
               ASSIGN TO DYNAMIC WS-EXTRACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-FILE.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD          PIC X(1000).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD          PIC X(800).

       WORKING-STORAGE SECTION.

           COPY constants.
       01  WS-PAY-REC.
           COPY payroll REPLACING ==05== BY ==10==.

      * One period on request - read from the period extract while
      * PAYEXT-UTIL finds it current, from the live file otherwise
       01  WS-ENV-PAY-PERIOD       PIC X(10).
       01  WS-PERIOD-FILTER        PIC 9(6) VALUE 0.
       01  WS-EXT-FILE-STATUS      PIC XX.
           88  EXT-FILE-OK             VALUE '00'.
           88  EXT-FILE-EOF            VALUE '10'.
       01  WS-EXTRACT-PATH         PIC X(60).
       01  WS-PX-REC.
           COPY payext.
       01  WS-PX-OP                PIC X(2).
       01  WS-PX-PAY-COUNT         PIC 9(7).
       01  WS-PX-LAST-CHANGE       PIC 9(14).
       01  WS-PX-RESULT            PIC X.
           88  PX-EXTRACT-CURRENT      VALUE 'C'.
       01  WS-PX-STATUS            PIC 9.

       01  WS-RECORD-COUNT         PIC 9(6) VALUE 0.
       01  WS-GROSS-TOTAL          PIC S9(13)V99 VALUE 0.
       01  WS-DEDUCT-TOTAL        PIC S9(13)V99 VALUE 0.
               PERFORM AUDIT-UNMASKED-RUN
           END-IF

           ACCEPT WS-ENV-PAY-PERIOD
               FROM ENVIRONMENT 'PAYRPT_PAY_PERIOD'
           IF WS-ENV-PAY-PERIOD(1:6) IS NUMERIC
               MOVE WS-ENV-PAY-PERIOD(1:6) TO WS-PERIOD-FILTER
           END-IF

           IF WS-PERIOD-FILTER NOT = 0
               DISPLAY 'Pay period ' WS-PERIOD-FILTER ' only'
               MOVE 'C' TO WS-PX-OP
               CALL 'PAYEXT-UTIL' USING WS-PX-OP WS-PERIOD-FILTER
                                        WS-EXTRACT-PATH
                                        WS-PX-PAY-COUNT
                                        WS-PX-LAST-CHANGE
                                        WS-PX-RESULT WS-PX-STATUS
           END-IF

           IF WS-PERIOD-FILTER NOT = 0 AND PX-EXTRACT-CURRENT
               PERFORM READ-PERIOD-EXTRACT
           ELSE
               PERFORM READ-PAYROLL-FILE
           END-IF

           PERFORM INCLUDE-ARCHIVED-YEAR

           PERFORM PRINT-TOTALS

           PERFORM CLOSE-PRINT-FILE

           GOBACK
           .

      * READ-PAYROLL-FILE: The register straight off the live file.
       READ-PAYROLL-FILE.
           OPEN INPUT PAYROLL-FILE

           IF PAY-FILE-NOT-FOUND
                       CONTINUE
                   NOT AT END
                       MOVE PAYROLL-RECORD TO WS-PAY-REC
                       IF WS-PERIOD-FILTER = 0
                               OR PAY-PERIOD OF WS-PAY-REC
                                   = WS-PERIOD-FILTER
                           PERFORM PRINT-PAYROLL-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PAYROLL-FILE
           .

      * READ-PERIOD-EXTRACT: The requested period from its current
      * extract - the records come in company, department and
      * employee order rather than PAY-ID order.
       READ-PERIOD-EXTRACT.
           OPEN INPUT EXTRACT-FILE
           IF NOT EXT-FILE-OK
               PERFORM READ-PAYROLL-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Reading period extract ' WS-EXTRACT-PATH

           PERFORM UNTIL EXT-FILE-EOF
               READ EXTRACT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE EXTRACT-RECORD TO WS-PX-REC
                       IF PX-DETAIL
                           MOVE PX-PAYROLL TO WS-PAY-REC
                           PERFORM PRINT-PAYROLL-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EXTRACT-FILE
           .

      * INCLUDE-ARCHIVED-YEAR: On request, folds a year ARCHPAY has
