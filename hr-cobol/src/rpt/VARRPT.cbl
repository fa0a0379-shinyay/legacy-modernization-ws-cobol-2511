      *          separately - each cross-checked against hires and
      *          terminations in the window, so review effort goes
      *          where the anomalies are instead of across seven
      *          hundred register lines. While PAYEXT-UTIL finds
      *          the PAYEXTR extracts of both periods current, the
      *          two periods are read from them.
      * Input: hr-cobol/data/payroll.dat
      *        hr-cobol/data/extract/payext_<YYYYMM>.dat (when
      *        current)
      *        hr-cobol/data/employees.dat
      * Output: Console report (DISPLAY)
      * Parm: VARRPT_PERIOD environment variable (YYYYMM, required)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT EXTRACT-FILE
               ASSIGN TO DYNAMIC WS-EXTRACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-FILE.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD          PIC X(1000).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD           PIC X(800).

       WORKING-STORAGE SECTION.

           COPY constants.
       01  WS-ENV-AMT               PIC X(12).
       01  WS-AMT-THRESHOLD         PIC 9(11)V99 VALUE 0.

      * The two periods' extracts, read in place of the payroll file
      * when PAYEXT-UTIL finds each current (or the period empty)
       01  WS-EXT-FILE-STATUS       PIC XX.
           88  EXT-FILE-OK              VALUE '00'.
           88  EXT-FILE-EOF             VALUE '10'.
       01  WS-EXTRACT-PATH          PIC X(60).
       01  WS-PX-REC.
           COPY payext.
       01  WS-PX-OP                 PIC X(2).
       01  WS-PX-PERIOD             PIC 9(6).
       01  WS-PX-PAY-COUNT          PIC 9(7).
       01  WS-PX-LAST-CHANGE        PIC 9(14).
       01  WS-PX-RESULT             PIC X.
       01  WS-PX-STATUS             PIC 9.
       01  WS-CURR-EXT-RESULT       PIC X.
           88  CURR-EXTRACT-CURRENT     VALUE 'C'.
           88  CURR-EXTRACT-USABLE      VALUE 'C' 'E'.
       01  WS-CURR-EXT-PATH         PIC X(60).
       01  WS-PRIOR-EXT-RESULT      PIC X.
           88  PRIOR-EXTRACT-CURRENT    VALUE 'C'.
           88  PRIOR-EXTRACT-USABLE     VALUE 'C' 'E'.
       01  WS-PRIOR-EXT-PATH        PIC X(60).

      * Per-employee totals for the two periods (non-voided regular
      * runs - bonus and special runs vary by design and would only
      * drown the signal)
           DISPLAY 'Thresholds: ' WS-DISPLAY-PCT ' % / '
               WS-DISPLAY-AMT

           PERFORM CHECK-PERIOD-EXTRACTS
           IF CURR-EXTRACT-USABLE AND PRIOR-EXTRACT-USABLE
               DISPLAY 'Reading the period extracts'
               PERFORM LOAD-EXTRACT-TOTALS
           ELSE
               PERFORM LOAD-PERIOD-TOTALS
           END-IF

           PERFORM COMPARE-ONE-EMPLOYEE
               VARYING WS-VAR-IDX FROM 1 BY 1
           CLOSE PAYROLL-FILE
           .

      * CHECK-PERIOD-EXTRACTS: Whether each period's extract can
      * stand in for the live file.
       CHECK-PERIOD-EXTRACTS.
           MOVE 'C' TO WS-PX-OP
           MOVE WS-PERIOD TO WS-PX-PERIOD
           CALL 'PAYEXT-UTIL' USING WS-PX-OP WS-PX-PERIOD
                                    WS-EXTRACT-PATH WS-PX-PAY-COUNT
                                    WS-PX-LAST-CHANGE WS-PX-RESULT
                                    WS-PX-STATUS
           MOVE WS-PX-RESULT TO WS-CURR-EXT-RESULT
           MOVE WS-EXTRACT-PATH TO WS-CURR-EXT-PATH

           MOVE WS-PRIOR-PERIOD TO WS-PX-PERIOD
           CALL 'PAYEXT-UTIL' USING WS-PX-OP WS-PX-PERIOD
                                    WS-EXTRACT-PATH WS-PX-PAY-COUNT
                                    WS-PX-LAST-CHANGE WS-PX-RESULT
                                    WS-PX-STATUS
           MOVE WS-PX-RESULT TO WS-PRIOR-EXT-RESULT
           MOVE WS-EXTRACT-PATH TO WS-PRIOR-EXT-PATH
           .

      * LOAD-EXTRACT-TOTALS: Both periods off their extracts - a
      * period with no payroll at all has none to read.
       LOAD-EXTRACT-TOTALS.
           IF CURR-EXTRACT-CURRENT
               MOVE WS-CURR-EXT-PATH TO WS-EXTRACT-PATH
               PERFORM READ-ONE-EXTRACT
           END-IF
           IF PRIOR-EXTRACT-CURRENT
               MOVE WS-PRIOR-EXT-PATH TO WS-EXTRACT-PATH
               PERFORM READ-ONE-EXTRACT
           END-IF
           .

       READ-ONE-EXTRACT.
           OPEN INPUT EXTRACT-FILE
           IF NOT EXT-FILE-OK
               DISPLAY 'ERROR: Cannot open ' WS-EXTRACT-PATH
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL EXT-FILE-EOF
               READ EXTRACT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE EXTRACT-RECORD TO WS-PX-REC
                       MOVE PX-PAYROLL TO WS-PAY-REC
                       IF PX-DETAIL
                               AND NOT PAY-VOIDED OF WS-PAY-REC
                               AND NOT RUN-BONUS OF WS-PAY-REC
                               AND NOT RUN-SPECIAL OF WS-PAY-REC
                           PERFORM FOLD-PAYROLL-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EXTRACT-FILE
           .

       FOLD-PAYROLL-RECORD.
           IF PAY-PERIOD OF WS-PAY-REC NOT = WS-PERIOD
                   AND PAY-PERIOD OF WS-PAY-REC NOT = WS-PRIOR-PERIOD
