      * Note: A social insurance rule is recognized the way
      *       CALCULATE-DEDUCTIONS feeds it - a DEDUCTION rule whose
      *       INPUT-SELECT names the third input, the standard
      *       monthly remuneration. A rule limited to an age band
      *       (AGE-CLASS) expects nothing for a period the employee's
      *       age falls outside, the same AGE-UTIL test the
      *       calculation applies.
      ******************************************************************

       ENVIRONMENT DIVISION.
           COPY sig-req.
           COPY sig-res.

      * Working storage for EMP-SVC and AGE-UTIL calls - the birth
      * date behind the age-banded rules
           COPY emp-req.
           COPY emp-res.
       78  LATEST-VERSION-DATE     VALUE 99999999.
       01  WS-BIRTH-DATE           PIC 9(8).
       01  WS-AU-OP                PIC X(2).
       01  WS-AU-AGE               PIC 9(3).
       01  WS-AU-RESULT            PIC 9(8).
       01  WS-AU-STATUS            PIC 9.

       01  WS-ENV-PAY-PERIOD       PIC X(10).

      * The legal entity this run covers - records carrying spaces
                   INDEXED BY WS-RULE-IDX.
               10  WS-SR-RULE-ID   PIC X(20).
               10  WS-SR-RATE      PIC 9V9(6).
               10  WS-SR-AGE-CLASS PIC X.

      * The period's payroll records, with the actual deducted
      * amount per SI rule collected from the detail lines
                               TO WS-SR-RULE-ID(WS-SI-RULE-COUNT)
                           MOVE RATE-VALUE OF WS-RULE-REC
                               TO WS-SR-RATE(WS-SI-RULE-COUNT)
                           MOVE AGE-CLASS OF WS-RULE-REC
                               TO WS-SR-AGE-CLASS(WS-SI-RULE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
                   TO WS-STD-REMUN
           END-IF

           MOVE 0 TO WS-BIRTH-DATE
           INITIALIZE EMP-SVC-REQ
           INITIALIZE EMP-SVC-RES
           MOVE 'F' TO OP-CODE OF EMP-SVC-REQ
           MOVE 'SIRECON' TO USER-ID OF EMP-SVC-REQ
           MOVE LATEST-VERSION-DATE TO AS-OF-DATE OF EMP-SVC-REQ
           MOVE SPACES TO CORR-ID OF EMP-SVC-REQ
           MOVE WS-PT-EMP-ID(WS-PAY-IDX) TO Q-EMP-ID OF EMP-SVC-REQ
           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES
           IF OK OF EMP-SVC-RES
               MOVE BIRTH-DATE OF OUT-EMP OF EMP-SVC-RES
                   TO WS-BIRTH-DATE
           END-IF

           MOVE 0 TO WS-EXPECTED-EMPLOYER

           PERFORM CHECK-ONE-RULE
           .

       CHECK-ONE-RULE.
           MOVE 1 TO WS-AU-RESULT
           IF WS-SR-AGE-CLASS(WS-RULE-IDX) NOT = SPACE
                   AND WS-BIRTH-DATE NOT = 0
               MOVE 'A' TO WS-AU-OP
               MOVE 0 TO WS-AU-AGE
               CALL 'AGE-UTIL' USING WS-AU-OP WS-BIRTH-DATE WS-AU-AGE
                                     WS-SR-AGE-CLASS(WS-RULE-IDX)
                                     WS-PERIOD WS-AU-RESULT
                                     WS-AU-STATUS
           END-IF

           IF WS-STD-REMUN = 0 OR WS-AU-RESULT = 0
               MOVE 0 TO WS-EXPECTED
           ELSE
               COMPUTE WS-EXPECTED
