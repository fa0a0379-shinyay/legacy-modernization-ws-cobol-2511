      ******************************************************************
      * TIME-SVC - Timecard Service
      * Purpose: Per-employee per-day attendance capture (regular and
      *          overtime hours, by project line) and the period
      *          totals PAY-SVC's CALCULATE-PAYROLL derives hourly
      *          gross pay from
      * Operations: ADD, SUM-PERIOD
      * Pre: Valid request with OP-CODE, USER-ID, CORR-ID
      * Post: Response with STATUS-CODE-N and STATUS-MSG
      * Note: TIMECARD-FILE is owned by this service directly, the
      *       way SEQ-SVC owns sequences.dat - keyed on EMP-ID +
      *       WORK-DATE + PROJECT-CODE. ADD replaces an existing
      *       card for the same day and project, so a re-sent clock
      *       file refreshes rather than fails. A coded line must
      *       name a project open on PROJ-SVC's master.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-REC-KEY SOURCE IS TC-REC-KEY1
                   TC-REC-KEY2 TC-REC-KEY3
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * TC-REC-KEY is a split key, TC-REC-KEY1 + TC-REC-KEY2 +
      * TC-REC-KEY3, occupying the same byte ranges as EMP-ID,
      * WORK-DATE and PROJECT-CODE in timecard.cpy (positions
      * 12-20, 21-28 and 89-96 of the 200-byte record) - one card
      * per employee per day per project, the same
      * keyed-on-the-record-bytes convention DAO-FILE uses. The
      * lines of one day sit together, uncoded line first.
       FD  TIMECARD-FILE.
       01  TIMECARD-RECORD.
           05  FILLER               PIC X(11).
           05  TC-REC-KEY1          PIC X(9).
           05  TC-REC-KEY2          PIC X(8).
           05  FILLER               PIC X(60).
           05  TC-REC-KEY3          PIC X(8).
           05  FILLER               PIC X(104).

       WORKING-STORAGE SECTION.

           88  HOURS-OVER-SCHEDULE     VALUE 'Y'.
           88  HOURS-WITHIN-SCHEDULE   VALUE 'N'.

      * The day's regular hours across all its project lines - the
      * card being added plus the day's other lines already on file
      * - for the scheduled-hours warning
       01  WS-DAY-REGULAR-HOURS    PIC 9(3)V99.
       01  WS-DAY-SCAN-SW          PIC X.
           88  DAY-SCAN-DONE           VALUE 'Y'.
           88  DAY-SCAN-NOT-DONE       VALUE 'N'.

      * Working storage for PROJ-SVC calls - a coded line must name
      * a project on the master and still open
           COPY proj-req.
           COPY proj-res.

      * Period bounds for SUM-PERIOD - first/last calendar day of the
      * requested YYYYMM
       01  WS-PERIOD-FROM          PIC 9(8).
       01  WS-SCAN-DONE-SW         PIC X     VALUE 'N'.
           88  SCAN-DONE               VALUE 'Y'.
           88  SCAN-NOT-DONE           VALUE 'N'.
      * TIMECARD-COUNT counts days attended - a day's several
      * project lines count once
       01  WS-LAST-COUNTED-DATE    PIC X(8).

       LINKAGE SECTION.
           COPY time-req.
       ADD-TIMECARD.
      *    Pre: IN-TIMECARD populated with EMP-ID, WORK-DATE and hours
      *    Post: Card written (replacing any card already on file for
      *          that employee, day and project), STATUS-CODE-N = 0
      *          or error

           IF EMP-ID OF IN-TIMECARD OF TIME-SVC-REQ = 0
                   OR WORK-DATE OF IN-TIMECARD OF TIME-SVC-REQ = 0
               EXIT PARAGRAPH
           END-IF

      *    A coded line must name a project that is open
           IF PROJECT-CODE OF IN-TIMECARD OF TIME-SVC-REQ NOT = SPACES
               PERFORM VALIDATE-PROJECT-CODE
               IF NOT OK OF TIME-SVC-RES
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *    Hold the card against the employee's schedule pattern and
      *    any leave-of-absence window before it lands
           PERFORM VALIDATE-AGAINST-SCHEDULE
           MOVE WS-TEMP-TIMECARD TO TIMECARD-RECORD
           WRITE TIMECARD-RECORD
           IF FILE-DUP-KEY
      *        Card already on file for this employee, day and
      *        project - a re-sent clock file replaces it
               MOVE USER-ID OF TIME-SVC-REQ
                   TO MODIFIED-BY OF WS-TEMP-TIMECARD
               MOVE WS-CURRENT-TIMESTAMP
           MOVE WS-TEMP-TIMECARD TO OUT-TIMECARD OF TIME-SVC-RES
           .

      * VALIDATE-PROJECT-CODE: The line's PROJECT-CODE against the
      * project master - unknown codes and closed projects are
      * refused, so the distribution never meets a code it cannot
      * price.
       VALIDATE-PROJECT-CODE.
           INITIALIZE PROJ-SVC-REQ
           INITIALIZE PROJ-SVC-RES
           SET OP-FIND OF PROJ-SVC-REQ TO TRUE
           MOVE 'TIME-SVC' TO USER-ID OF PROJ-SVC-REQ
           MOVE CORR-ID OF TIME-SVC-REQ TO CORR-ID OF PROJ-SVC-REQ
           MOVE PROJECT-CODE OF IN-TIMECARD OF TIME-SVC-REQ
               TO Q-PROJECT-CODE OF PROJ-SVC-REQ

           CALL 'PROJ-SVC' USING PROJ-SVC-REQ PROJ-SVC-RES

           IF NOT OK OF PROJ-SVC-RES
               MOVE 422 TO STATUS-CODE-N OF TIME-SVC-RES
               MOVE 'PROJECT-CODE is not on the project master'
                   TO STATUS-MSG OF TIME-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF NOT PROJECT-OPEN OF OUT-PROJECT OF PROJ-SVC-RES
               MOVE 422 TO STATUS-CODE-N OF TIME-SVC-RES
               MOVE 'Project is closed to new time'
                   TO STATUS-MSG OF TIME-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO STATUS-CODE-N OF TIME-SVC-RES
           .

      * VALIDATE-AGAINST-SCHEDULE: The card's WORK-DATE and hours
      * against the employee's assigned schedule pattern. A date
      * inside a leave-of-absence window blocks outright; a
      * non-scheduled day blocks unless the request carries the
      *'Y' override; regular hours past the day's scheduled hours
      * only warn, and not at all under a flextime pattern, where
      * the day's hours are the employee's to set and FLEX-SVC
      * settles them over the period. An employee with no pattern
      * assigned (or no employee record resolvable) imports
      * unvalidated - the pre-pattern behavior.
       VALIDATE-AGAINST-SCHEDULE.
           SET HOURS-WITHIN-SCHEDULE TO TRUE

               MOVE 'WORK-DATE is not a scheduled day - override req
      -            'uired'
                   TO STATUS-MSG OF TIME-SVC-RES
               SET REJECT-NOT-SCHEDULED OF TIME-SVC-RES TO TRUE
               EXIT PARAGRAPH
           END-IF

      *    The day's regular hours are the whole day's - every
      *    project line of it, this one in place of any line it
      *    replaces
           PERFORM SUM-DAY-OTHER-LINES
           ADD REGULAR-HOURS OF IN-TIMECARD OF TIME-SVC-REQ
               TO WS-DAY-REGULAR-HOURS

           IF WS-DAY-REGULAR-HOURS
                   > SCHEDULED-HOURS OF SCHED-SVC-RES
                   AND NOT PATTERN-FLEXTIME OF OUT-SCHEDULE
                       OF SCHED-SVC-RES
               SET HOURS-OVER-SCHEDULE TO TRUE
           END-IF
           .

      * SUM-DAY-OTHER-LINES: Regular hours on the employee's other
      * project lines for the card's WORK-DATE; none on file (or no
      * file yet) is zero.
       SUM-DAY-OTHER-LINES.
           MOVE 0 TO WS-DAY-REGULAR-HOURS

           OPEN INPUT TIMECARD-FILE
           IF NOT FILE-OK
               EXIT PARAGRAPH
           END-IF

           MOVE EMP-ID OF IN-TIMECARD OF TIME-SVC-REQ
               TO WS-EMP-ID-STR
           MOVE WORK-DATE OF IN-TIMECARD OF TIME-SVC-REQ
               TO WS-WORK-DATE-STR
           MOVE WS-EMP-ID-STR TO TC-REC-KEY1
           MOVE WS-WORK-DATE-STR TO TC-REC-KEY2
           MOVE LOW-VALUES TO TC-REC-KEY3
           SET DAY-SCAN-NOT-DONE TO TRUE

           START TIMECARD-FILE KEY IS NOT LESS THAN TC-REC-KEY
               INVALID KEY
                   SET DAY-SCAN-DONE TO TRUE
           END-START

           PERFORM UNTIL DAY-SCAN-DONE
               READ TIMECARD-FILE NEXT RECORD
                   AT END
                       SET DAY-SCAN-DONE TO TRUE
                   NOT AT END
                       IF TC-REC-KEY1 NOT = WS-EMP-ID-STR
                               OR TC-REC-KEY2 NOT = WS-WORK-DATE-STR
                           SET DAY-SCAN-DONE TO TRUE
                       ELSE
                           MOVE TIMECARD-RECORD TO WS-TEMP-TIMECARD
                           IF PROJECT-CODE OF WS-TEMP-TIMECARD
                                   NOT = PROJECT-CODE OF IN-TIMECARD
                                       OF TIME-SVC-REQ
                               ADD REGULAR-HOURS OF WS-TEMP-TIMECARD
                                   TO WS-DAY-REGULAR-HOURS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TIMECARD-FILE
           .

       SUM-TIMECARDS-FOR-PERIOD.
      *    Pre: Q-EMP-ID and Q-PAY-PERIOD (YYYYMM) populated, or
      *         Q-FROM-DATE/Q-TO-DATE for a semi-monthly or weekly
      *         pay's own attendance window
      *    Post: PERIOD-REGULAR-HOURS/PERIOD-OVERTIME-HOURS
      *          totalled across the employee's cards dated inside
      *          the period, TIMECARD-COUNT the days with a card
      *          (however many project lines); zero totals with
      *          STATUS-CODE-N = 0 when no cards are on file

           IF Q-EMP-ID OF TIME-SVC-REQ = 0
                   OR (Q-PAY-PERIOD OF TIME-SVC-REQ = 0
                       AND Q-FROM-DATE OF TIME-SVC-REQ = 0)
               MOVE 422 TO STATUS-CODE-N OF TIME-SVC-RES
               MOVE 'Q-EMP-ID and Q-PAY-PERIOD are required'
                   TO STATUS-MSG OF TIME-SVC-RES
               Q-PAY-PERIOD OF TIME-SVC-REQ * DATE-MONTH-MULTIPLIER + 1
           COMPUTE WS-PERIOD-TO =
               Q-PAY-PERIOD OF TIME-SVC-REQ * DATE-MONTH-MULTIPLIER + 31
           IF Q-FROM-DATE OF TIME-SVC-REQ NOT = 0
               MOVE Q-FROM-DATE OF TIME-SVC-REQ TO WS-PERIOD-FROM
               MOVE Q-TO-DATE OF TIME-SVC-REQ TO WS-PERIOD-TO
           END-IF
           MOVE WS-PERIOD-TO TO WS-PERIOD-TO-STR

           OPEN INPUT TIMECARD-FILE
           MOVE WS-PERIOD-FROM TO WS-WORK-DATE-STR
           MOVE WS-EMP-ID-STR TO TC-REC-KEY1
           MOVE WS-WORK-DATE-STR TO TC-REC-KEY2
           MOVE LOW-VALUES TO TC-REC-KEY3
           MOVE 'N' TO WS-SCAN-DONE-SW
           MOVE SPACES TO WS-LAST-COUNTED-DATE

           START TIMECARD-FILE KEY IS NOT LESS THAN TC-REC-KEY
               INVALID KEY
                                   TO PERIOD-HOLIDAY-HOURS
                                       OF TIME-SVC-RES
                           END-IF
                           IF TC-REC-KEY2 NOT = WS-LAST-COUNTED-DATE
                               ADD 1 TO TIMECARD-COUNT OF TIME-SVC-RES
                               MOVE TC-REC-KEY2
                                   TO WS-LAST-COUNTED-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
