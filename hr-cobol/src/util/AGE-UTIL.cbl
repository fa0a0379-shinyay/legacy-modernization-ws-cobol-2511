       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGE-UTIL.
      ******************************************************************
      * AGE-UTIL - Social insurance age milestone functions
      * Purpose: The statutory ages at which an employee's social
      *          insurance changes - 40 (nursing care premium starts),
      *          65 (nursing care premium ends), 70 (welfare pension
      *          coverage ends) and 75 (health insurance coverage
      *          ends, moving to the late-stage elderly scheme).
      * Operations: MILESTONE-DATE, CLASS-APPLIES
      * Note: Under the age-counting rule a person reaches an age at
      *       the end of the day before the birthday, so the 40, 65
      *       and 70 changes take effect from that day. Coverage for
      *       the late-stage elderly scheme starts on the 75th
      *       birthday itself, so the 75 change takes effect on the
      *       birthday. A 29 February birthday falls on 1 March in a
      *       common year.
      *       Premiums are monthly: a coverage acquired in a month is
      *       premium-bearing from that month, and a coverage lost in
      *       a month is premium-bearing up to the month before it.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'AGE-UTIL'.

      * Leap year test on WS-LEAP-YEAR
       01  WS-LEAP-YEAR            PIC 9(4).
       01  WS-LEAP-QUOT            PIC 9(4).
       01  WS-LEAP-REM-4           PIC 9(3).
       01  WS-LEAP-REM-100         PIC 9(3).
       01  WS-LEAP-REM-400         PIC 9(3).
       01  WS-LEAP-SW              PIC X.
           88  LEAP-YEAR               VALUE 'Y'.
           88  COMMON-YEAR             VALUE 'N'.
       01  WS-BIRTH-MM             PIC 9(2).
       01  WS-BIRTH-DD             PIC 9(2).

      * Working storage for COMPUTE-MILESTONE - WS-MS-AGE in,
      * WS-MS-DATE out
       01  WS-BIRTH-YEAR           PIC 9(4).
       01  WS-BIRTH-MMDD           PIC 9(4).
       01  WS-MS-AGE               PIC 9(3).
       01  WS-MS-DATE              PIC 9(8).
       01  WS-MS-DATE-R REDEFINES WS-MS-DATE.
           05  WS-MS-YEAR          PIC 9(4).
           05  WS-MS-MONTH         PIC 9(2).
           05  WS-MS-DAY           PIC 9(2).
       01  WS-MS-PERIOD            PIC 9(6).

      * Premium months bounding an age class
       01  WS-FROM-PERIOD          PIC 9(6).
       01  WS-TO-PERIOD            PIC 9(6).

       LINKAGE SECTION.
       01  LS-OPERATION            PIC X(2).
      *    MILESTONE-DATE returns in LS-RESULT the date the change
      *    for age LS-AGE takes effect; CLASS-APPLIES answers 1/0 in
      *    LS-RESULT whether a rule of AGE-CLASS LS-AGE-CLASS (see
      *    rule-def) is premium-bearing in month LS-PERIOD
           88  OP-MILESTONE-DATE       VALUE 'M'.
           88  OP-CLASS-APPLIES        VALUE 'A'.

       01  LS-BIRTH-DATE           PIC 9(8).
       01  LS-AGE                  PIC 9(3).
       01  LS-AGE-CLASS            PIC X.
       01  LS-PERIOD               PIC 9(6).
       01  LS-RESULT               PIC 9(8).
       01  LS-STATUS               PIC 9.
           88  AGE-VALID               VALUE 0.
           88  AGE-INVALID             VALUE 1.

       PROCEDURE DIVISION USING LS-OPERATION LS-BIRTH-DATE LS-AGE
                                LS-AGE-CLASS LS-PERIOD LS-RESULT
                                LS-STATUS.

       MAIN-PROCESS.
           MOVE 0 TO LS-STATUS
           MOVE 0 TO LS-RESULT

           DIVIDE LS-BIRTH-DATE BY 10000
               GIVING WS-BIRTH-YEAR REMAINDER WS-BIRTH-MMDD
           DIVIDE WS-BIRTH-MMDD BY 100
               GIVING WS-BIRTH-MM REMAINDER WS-BIRTH-DD

           IF LS-BIRTH-DATE < MIN-VALID-DATE
                   OR WS-BIRTH-MM < 1 OR WS-BIRTH-MM > 12
                   OR WS-BIRTH-DD < 1 OR WS-BIRTH-DD > 31
               MOVE 1 TO LS-STATUS
      *        With no usable birth date every rule stays in force -
      *        the caller flags the record rather than dropping a
      *        premium
               IF OP-CLASS-APPLIES
                   MOVE 1 TO LS-RESULT
               END-IF
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN OP-MILESTONE-DATE
                   MOVE LS-AGE TO WS-MS-AGE
                   PERFORM COMPUTE-MILESTONE
                   MOVE WS-MS-DATE TO LS-RESULT
               WHEN OP-CLASS-APPLIES
                   PERFORM ANSWER-CLASS-APPLIES
               WHEN OTHER
                   MOVE 1 TO LS-STATUS
           END-EVALUATE

           GOBACK
           .

      * ANSWER-CLASS-APPLIES: C (nursing care) is premium-bearing
      * from the month the 40 change falls in up to the month before
      * the 65 change; P (welfare pension) up to the month before the
      * 70 change; H (health) up to the month before the 75 change.
      * A rule with no age class applies at every age.
       ANSWER-CLASS-APPLIES.
           MOVE 1 TO LS-RESULT

           EVALUATE LS-AGE-CLASS
               WHEN 'C'
                   MOVE 40 TO WS-MS-AGE
                   PERFORM COMPUTE-MILESTONE
                   MOVE WS-MS-PERIOD TO WS-FROM-PERIOD
                   MOVE 65 TO WS-MS-AGE
                   PERFORM COMPUTE-MILESTONE
                   MOVE WS-MS-PERIOD TO WS-TO-PERIOD
                   IF LS-PERIOD < WS-FROM-PERIOD
                           OR LS-PERIOD >= WS-TO-PERIOD
                       MOVE 0 TO LS-RESULT
                   END-IF
               WHEN 'P'
                   MOVE 70 TO WS-MS-AGE
                   PERFORM COMPUTE-MILESTONE
                   IF LS-PERIOD >= WS-MS-PERIOD
                       MOVE 0 TO LS-RESULT
                   END-IF
               WHEN 'H'
                   MOVE 75 TO WS-MS-AGE
                   PERFORM COMPUTE-MILESTONE
                   IF LS-PERIOD >= WS-MS-PERIOD
                       MOVE 0 TO LS-RESULT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      * COMPUTE-MILESTONE: The birthday in the year the employee
      * turns WS-MS-AGE, then the day before it for every age but 75.
       COMPUTE-MILESTONE.
           COMPUTE WS-MS-DATE =
               (WS-BIRTH-YEAR + WS-MS-AGE) * 10000 + WS-BIRTH-MMDD

      *    29 February in a common year - the birthday is 1 March
           IF WS-BIRTH-MMDD = 0229
               MOVE WS-MS-YEAR TO WS-LEAP-YEAR
               PERFORM TEST-LEAP-YEAR
               IF COMMON-YEAR
                   MOVE 3 TO WS-MS-MONTH
                   MOVE 1 TO WS-MS-DAY
               END-IF
           END-IF

           IF WS-MS-AGE NOT = 75
               PERFORM STEP-BACK-ONE-DAY
           END-IF

           COMPUTE WS-MS-PERIOD = WS-MS-YEAR * 100 + WS-MS-MONTH
           .

       STEP-BACK-ONE-DAY.
           IF WS-MS-DAY > 1
               SUBTRACT 1 FROM WS-MS-DAY
               EXIT PARAGRAPH
           END-IF

           IF WS-MS-MONTH = 1
               MOVE 12 TO WS-MS-MONTH
               SUBTRACT 1 FROM WS-MS-YEAR
           ELSE
               SUBTRACT 1 FROM WS-MS-MONTH
           END-IF

           EVALUATE WS-MS-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MS-DAY
               WHEN 2
                   MOVE WS-MS-YEAR TO WS-LEAP-YEAR
                   PERFORM TEST-LEAP-YEAR
                   IF LEAP-YEAR
                       MOVE 29 TO WS-MS-DAY
                   ELSE
                       MOVE 28 TO WS-MS-DAY
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MS-DAY
           END-EVALUATE
           .

       TEST-LEAP-YEAR.
           DIVIDE WS-LEAP-YEAR BY 4 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM-4
           DIVIDE WS-LEAP-YEAR BY 100 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM-100
           DIVIDE WS-LEAP-YEAR BY 400 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM-400
           IF WS-LEAP-REM-400 = 0
                   OR (WS-LEAP-REM-4 = 0 AND WS-LEAP-REM-100 NOT = 0)
               SET LEAP-YEAR TO TRUE
           ELSE
               SET COMMON-YEAR TO TRUE
           END-IF
           .

       END PROGRAM AGE-UTIL.
