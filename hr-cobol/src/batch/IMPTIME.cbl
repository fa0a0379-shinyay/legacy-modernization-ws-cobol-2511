      *          into the timecard master. A re-sent day replaces the
      *          card already on file (TIME-SVC's ADD is
      *          replace-on-duplicate), so vendor corrections flow
      *          through without manual cleanup. A day worked across
      *          several projects arrives as one line per project,
      *          each carrying its PROJECT_CODE. A line that needs
      *          a supervisor's eye - no clock-out, a day off the
      *          employee's schedule pattern, a repeat of a card
      *          already imported from this file, or hours that
      *          cannot be right - is held on the timecard exception
      *          suspense file (TCSUSP-SVC) instead of imported.
      * Input: data/import/timecards.csv
      * Output: data/import/timecards.log
      *         data/import/timecards.err
      *         data/tcsusp.dat (through TCSUSP-SVC)
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  WS-TOTAL-COUNT          PIC 9(6) VALUE 0.
       01  WS-SUCCESS-COUNT        PIC 9(6) VALUE 0.
       01  WS-FAILED-COUNT         PIC 9(6) VALUE 0.
       01  WS-SUSPENDED-COUNT      PIC 9(6) VALUE 0.
       01  WS-LINE-NUMBER          PIC 9(6) VALUE 0.

      * Working storage for TIME-SVC calls
           COPY time-req.
           COPY time-res.

      * Working storage for TCSUSP-SVC calls - exception cards are
      * held for the supervisor rather than rejected
           COPY tcsusp-req.
           COPY tcsusp-res.
       01  WS-SUSP-REASON          PIC X.
       01  WS-SUSP-REASON-TEXT     PIC X(40).
       01  WS-REG-HOURS-SW         PIC X.
           88  REG-HOURS-GIVEN         VALUE 'Y'.
           88  REG-HOURS-BLANK         VALUE 'N'.
       01  WS-DAY-HOURS            PIC 9(3)V99.

      * Cards imported so far from this file - a second line for the
      * same employee, day and project overlaps the first. Past the
      * table's size later lines are not checked.
       01  WS-SEEN-COUNT           PIC 9(4) VALUE 0.
       01  WS-SEEN-IDX             PIC 9(4).
       01  WS-SEEN-LINE            PIC 9(6).
       01  WS-SEEN-TABLE.
           05  WS-SEEN-ENTRY OCCURS 5000 TIMES.
               10  WS-SEEN-EMP-ID       PIC 9(9).
               10  WS-SEEN-WORK-DATE    PIC 9(8).
               10  WS-SEEN-PROJECT      PIC X(8).
               10  WS-SEEN-SOURCE-LINE  PIC 9(6).
       78  MAX-SEEN-CARDS          VALUE 5000.

      * Working storage for DATE-UTIL calls - validates WORK-DATE
      * before the card is written
       01  WS-DATE-OPERATION       PIC X(2).
       01  WS-TOTAL-DISPLAY        PIC ZZZ,ZZ9.
       01  WS-SUCCESS-DISPLAY      PIC ZZZ,ZZ9.
       01  WS-FAILED-DISPLAY       PIC ZZZ,ZZ9.
       01  WS-SUSPENDED-DISPLAY    PIC ZZZ,ZZ9.


      * Working storage for RUNCTL-SVC calls - this batch registers
           MOVE 0 TO WS-TOTAL-COUNT
           MOVE 0 TO WS-SUCCESS-COUNT
           MOVE 0 TO WS-FAILED-COUNT
           MOVE 0 TO WS-SUSPENDED-COUNT
           MOVE 0 TO WS-SEEN-COUNT
           MOVE 0 TO WS-LINE-NUMBER

      *    Open files
           MOVE WS-TOTAL-COUNT TO WS-TOTAL-DISPLAY
           MOVE WS-SUCCESS-COUNT TO WS-SUCCESS-DISPLAY
           MOVE WS-FAILED-COUNT TO WS-FAILED-DISPLAY
           MOVE WS-SUSPENDED-COUNT TO WS-SUSPENDED-DISPLAY

           PERFORM REGISTER-RUN-END

           DISPLAY '  Total records: ' WS-TOTAL-DISPLAY
           DISPLAY '  Successful:    ' WS-SUCCESS-DISPLAY
           DISPLAY '  Failed:        ' WS-FAILED-DISPLAY
           DISPLAY '  Held (review): ' WS-SUSPENDED-DISPLAY

      *    Set exit code - cards held for review are findings, not
      *    failures
           IF WS-FAILED-COUNT = 0
               IF WS-SUSPENDED-COUNT = 0
                   DISPLAY 'All records imported successfully'
               ELSE
                   DISPLAY 'Some records held for supervisor review'
                   MOVE 4 TO RETURN-CODE
               END-IF
               STOP RUN
           ELSE
               IF WS-SUCCESS-COUNT = 0
           STRING 'Failed imports: ' WS-FAILED-DISPLAY
               DELIMITED BY SIZE INTO LOG-RECORD
           WRITE LOG-RECORD

           MOVE WS-SUSPENDED-COUNT TO WS-SUSPENDED-DISPLAY
           STRING 'Held for supervisor review: ' WS-SUSPENDED-DISPLAY
               DELIMITED BY SIZE INTO LOG-RECORD
           WRITE LOG-RECORD
           .

       PROCESS-CSV-LINE.
               END-IF
           END-IF

      *    No clock-out: the vendor sends the day with REG_HOURS
      *    left blank
           IF REG-HOURS-BLANK
               MOVE 'M' TO WS-SUSP-REASON
               MOVE 'No clock-out - REG_HOURS blank'
                   TO WS-SUSP-REASON-TEXT
               PERFORM SUSPEND-TIMECARD
               EXIT PARAGRAPH
           END-IF

      *    Hours no day can hold - more than 24 worked, or more
      *    premium hours than hours worked
           COMPUTE WS-DAY-HOURS =
               REGULAR-HOURS OF IN-TIMECARD OF TIME-SVC-REQ
               + OVERTIME-HOURS OF IN-TIMECARD OF TIME-SVC-REQ
           IF WS-DAY-HOURS > 24
                   OR NIGHT-HOURS OF IN-TIMECARD OF TIME-SVC-REQ
                       > WS-DAY-HOURS
                   OR HOLIDAY-HOURS OF IN-TIMECARD OF TIME-SVC-REQ
                       > WS-DAY-HOURS
               MOVE 'H' TO WS-SUSP-REASON
               MOVE 'Impossible hours for one day'
                   TO WS-SUSP-REASON-TEXT
               PERFORM SUSPEND-TIMECARD
               EXIT PARAGRAPH
           END-IF

      *    The same employee, day and project already imported from
      *    this file - the second line would silently replace it
           PERFORM FIND-SEEN-CARD
           IF WS-SEEN-LINE NOT = 0
               MOVE 'O' TO WS-SUSP-REASON
               MOVE SPACES TO WS-SUSP-REASON-TEXT
               STRING 'Overlaps line ' WS-SEEN-LINE
                      ' of the same file'
                   DELIMITED BY SIZE INTO WS-SUSP-REASON-TEXT
               PERFORM SUSPEND-TIMECARD
               EXIT PARAGRAPH
           END-IF

      *    Call TIME-SVC to record the timecard
           CALL 'TIME-SVC' USING TIME-SVC-REQ TIME-SVC-RES

      *    A day off the schedule pattern goes to the supervisor,
      *    whose release is the override
           IF REJECT-NOT-SCHEDULED OF TIME-SVC-RES
               MOVE 'N' TO WS-SUSP-REASON
               MOVE 'Not a scheduled day for the employee'
                   TO WS-SUSP-REASON-TEXT
               PERFORM SUSPEND-TIMECARD
               EXIT PARAGRAPH
           END-IF

           IF OK OF TIME-SVC-RES
               ADD 1 TO WS-SUCCESS-COUNT
               PERFORM REMEMBER-SEEN-CARD
               STRING 'Line ' WS-LINE-NUMBER
                      ': Recorded EMP-ID='
                      EMP-ID OF OUT-TIMECARD OF TIME-SVC-RES
                      ' DATE='
                      WORK-DATE OF OUT-TIMECARD OF TIME-SVC-RES
                      ' PROJECT='
                      PROJECT-CODE OF OUT-TIMECARD OF TIME-SVC-RES
                   DELIMITED BY SIZE INTO LOG-RECORD
               WRITE LOG-RECORD
           ELSE
       PARSE-CSV-RECORD.
      *    Parse CSV record into timecard structure
      *    CSV Format: EMP_ID,WORK_DATE,REG_HOURS,OT_HOURS
      *                [,NIGHT_HOURS,HOLIDAY_HOURS,OVERRIDE,
      *                PROJECT_CODE]

           MOVE 1 TO WS-FIELD-START
           MOVE 0 TO WS-FIELD-COUNT
               END-IF
           END-IF

      *    Field 3: REG_HOURS (blank when the employee never
      *    clocked out)
           PERFORM EXTRACT-CSV-FIELD
           SET REG-HOURS-BLANK TO TRUE
           IF WS-FIELD-BUFFER NOT = SPACES
               SET REG-HOURS-GIVEN TO TRUE
               IF FUNCTION TEST-NUMVAL(WS-FIELD-BUFFER) = 0
                   MOVE FUNCTION NUMVAL(WS-FIELD-BUFFER)
                       TO WS-HOURS-BUFFER
           IF WS-FIELD-BUFFER(1:1) = 'Y' OR 'y'
               MOVE 'Y' TO Q-OVERRIDE OF TIME-SVC-REQ
           END-IF

      *    Field 8: PROJECT_CODE (optional - blank is a line not
      *    coded to any project)
           PERFORM EXTRACT-CSV-FIELD
           MOVE WS-FIELD-BUFFER(1:8)
               TO PROJECT-CODE OF IN-TIMECARD OF TIME-SVC-REQ
           .

      * SUSPEND-TIMECARD: Holds the parsed card on the timecard
      * exception suspense file under WS-SUSP-REASON; a card the
      * suspense file refuses is a failed line like any other.
       SUSPEND-TIMECARD.
           INITIALIZE TCSUSP-SVC-REQ
           INITIALIZE TCSUSP-SVC-RES
           SET OP-ADD OF TCSUSP-SVC-REQ TO TRUE
           MOVE 'IMPORT' TO USER-ID OF TCSUSP-SVC-REQ
           MOVE SPACES TO CORR-ID OF TCSUSP-SVC-REQ
           MOVE EMP-ID OF IN-TIMECARD OF TIME-SVC-REQ
               TO SUSP-EMP-ID OF IN-TCSUSP OF TCSUSP-SVC-REQ
           MOVE WORK-DATE OF IN-TIMECARD OF TIME-SVC-REQ
               TO SUSP-WORK-DATE OF IN-TCSUSP OF TCSUSP-SVC-REQ
           MOVE REGULAR-HOURS OF IN-TIMECARD OF TIME-SVC-REQ
               TO SUSP-REGULAR-HOURS OF IN-TCSUSP OF TCSUSP-SVC-REQ
           MOVE OVERTIME-HOURS OF IN-TIMECARD OF TIME-SVC-REQ
               TO SUSP-OVERTIME-HOURS OF IN-TCSUSP OF TCSUSP-SVC-REQ
           MOVE NIGHT-HOURS OF IN-TIMECARD OF TIME-SVC-REQ
               TO SUSP-NIGHT-HOURS OF IN-TCSUSP OF TCSUSP-SVC-REQ
           MOVE HOLIDAY-HOURS OF IN-TIMECARD OF TIME-SVC-REQ
               TO SUSP-HOLIDAY-HOURS OF IN-TCSUSP OF TCSUSP-SVC-REQ
           MOVE PROJECT-CODE OF IN-TIMECARD OF TIME-SVC-REQ
               TO SUSP-PROJECT-CODE OF IN-TCSUSP OF TCSUSP-SVC-REQ
           MOVE WS-SUSP-REASON
               TO SUSP-REASON OF IN-TCSUSP OF TCSUSP-SVC-REQ
           MOVE WS-SUSP-REASON-TEXT
               TO SUSP-REASON-TEXT OF IN-TCSUSP OF TCSUSP-SVC-REQ
           MOVE WS-LINE-NUMBER
               TO SUSP-SOURCE-LINE OF IN-TCSUSP OF TCSUSP-SVC-REQ

           CALL 'TCSUSP-SVC' USING TCSUSP-SVC-REQ TCSUSP-SVC-RES

           IF OK OF TCSUSP-SVC-RES
               ADD 1 TO WS-SUSPENDED-COUNT
               MOVE SPACES TO LOG-RECORD
               STRING 'Line ' WS-LINE-NUMBER
                      ': Held for review as exception '
                      SUSP-ID OF OUT-TCSUSP OF TCSUSP-SVC-RES
                      ' - ' WS-SUSP-REASON-TEXT
                   DELIMITED BY SIZE INTO LOG-RECORD
               WRITE LOG-RECORD
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               MOVE SPACES TO ERROR-RECORD
               STRING 'Line ' WS-LINE-NUMBER
                      ': ' STATUS-MSG OF TCSUSP-SVC-RES
                   DELIMITED BY SIZE INTO ERROR-RECORD
               WRITE ERROR-RECORD
           END-IF
           .

      * FIND-SEEN-CARD: WS-SEEN-LINE = the file line that already
      * imported this card's employee, day and project; zero when
      * none did.
       FIND-SEEN-CARD.
           MOVE 0 TO WS-SEEN-LINE
           PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                   UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
                       OR WS-SEEN-LINE NOT = 0
               IF WS-SEEN-EMP-ID(WS-SEEN-IDX)
                       = EMP-ID OF IN-TIMECARD OF TIME-SVC-REQ
                       AND WS-SEEN-WORK-DATE(WS-SEEN-IDX)
                           = WORK-DATE OF IN-TIMECARD OF TIME-SVC-REQ
                       AND WS-SEEN-PROJECT(WS-SEEN-IDX)
                           = PROJECT-CODE OF IN-TIMECARD
                               OF TIME-SVC-REQ
                   MOVE WS-SEEN-SOURCE-LINE(WS-SEEN-IDX)
                       TO WS-SEEN-LINE
               END-IF
           END-PERFORM
           .

      * REMEMBER-SEEN-CARD: Notes an imported card for the overlap
      * check on the lines after it.
       REMEMBER-SEEN-CARD.
           IF WS-SEEN-COUNT < MAX-SEEN-CARDS
               ADD 1 TO WS-SEEN-COUNT
               MOVE EMP-ID OF IN-TIMECARD OF TIME-SVC-REQ
                   TO WS-SEEN-EMP-ID(WS-SEEN-COUNT)
               MOVE WORK-DATE OF IN-TIMECARD OF TIME-SVC-REQ
                   TO WS-SEEN-WORK-DATE(WS-SEEN-COUNT)
               MOVE PROJECT-CODE OF IN-TIMECARD OF TIME-SVC-REQ
                   TO WS-SEEN-PROJECT(WS-SEEN-COUNT)
               MOVE WS-LINE-NUMBER
                   TO WS-SEEN-SOURCE-LINE(WS-SEEN-COUNT)
           END-IF
           .

       EXTRACT-CSV-FIELD.
           MOVE SPACES TO WS-FIELD-BUFFER
           ADD 1 TO WS-FIELD-COUNT

      *    A line that ended before this column leaves the optional
      *    field blank
           IF WS-FIELD-START > CSV-BUFFER-SIZE
               EXIT PARAGRAPH
           END-IF

      *    Reset comma position for clean state
           MOVE 0 TO WS-COMMA-POS

           IF WS-COMMA-POS > 0
               COMPUTE WS-FIELD-LENGTH =
                   WS-FIELD-END - WS-FIELD-START + 1
      *        The last column runs on to the end of the buffer -
      *        past MAX-FIELD-LENGTH that is only trailing blanks
               IF WS-FIELD-END >= CSV-BUFFER-SIZE
                       AND WS-FIELD-LENGTH > MAX-FIELD-LENGTH
                   MOVE MAX-FIELD-LENGTH TO WS-FIELD-LENGTH
               END-IF
               IF WS-FIELD-LENGTH > 0 AND
                  WS-FIELD-LENGTH <= MAX-FIELD-LENGTH
                   MOVE WS-CSV-BUFFER(WS-FIELD-START:WS-FIELD-LENGTH)
