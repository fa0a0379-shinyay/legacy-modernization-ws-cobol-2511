      *          scheduled hours, workdays of the week) and answers
      *          the CHECK lookup timecard entry validates against:
      *          whether a date is a scheduled workday under a
      *          pattern, and the day's scheduled hours. A pattern
      *          may be marked flextime, with a settlement period of
      *          one to three months counted from an anchor month and
      *          a shortfall policy; FLEX-SVC keeps the hours bank.
      * Operations: ADD, FIND, CHECK
      * Pre: Valid request with OP-CODE, USER-ID, CORR-ID
      * Post: Response with STATUS-CODE-N and STATUS-MSG
               EXIT PARAGRAPH
           END-IF

      *    Flextime: a settlement period of one to three months
      *    (default one) from an anchor month (default January);
      *    fixed patterns carry no flextime settings
           IF PATTERN-FLEXTIME OF IN-SCHEDULE OF SCHED-SVC-REQ
               IF SETTLE-MONTHS OF IN-SCHEDULE OF SCHED-SVC-REQ = 0
                   MOVE 1 TO SETTLE-MONTHS OF IN-SCHEDULE
                       OF SCHED-SVC-REQ
               END-IF
               IF SETTLE-ANCHOR-MONTH OF IN-SCHEDULE OF SCHED-SVC-REQ
                       = 0
                   MOVE 1 TO SETTLE-ANCHOR-MONTH OF IN-SCHEDULE
                       OF SCHED-SVC-REQ
               END-IF
               IF SETTLE-MONTHS OF IN-SCHEDULE OF SCHED-SVC-REQ > 3
                       OR SETTLE-ANCHOR-MONTH OF IN-SCHEDULE
                           OF SCHED-SVC-REQ > 12
                   MOVE 422 TO STATUS-CODE-N OF SCHED-SVC-RES
                   MOVE SPACES TO STATUS-MSG OF SCHED-SVC-RES
                   STRING 'Flextime settlement period is 1-3 months '
                          'from an anchor month 1-12'
                       DELIMITED BY SIZE
                       INTO STATUS-MSG OF SCHED-SVC-RES
                   EXIT PARAGRAPH
               END-IF
               IF NOT CARRY-SHORTFALL OF IN-SCHEDULE OF SCHED-SVC-REQ
                   MOVE 'N' TO SHORTFALL-CARRY OF IN-SCHEDULE
                       OF SCHED-SVC-REQ
               END-IF
           ELSE
               MOVE 'N' TO FLEX-FLAG OF IN-SCHEDULE OF SCHED-SVC-REQ
               MOVE 0 TO SETTLE-MONTHS OF IN-SCHEDULE OF SCHED-SVC-REQ
               MOVE 0 TO SETTLE-ANCHOR-MONTH OF IN-SCHEDULE
                   OF SCHED-SVC-REQ
               MOVE 'N' TO SHORTFALL-CARRY OF IN-SCHEDULE
                   OF SCHED-SVC-REQ
           END-IF

           PERFORM OPEN-SCHEDULE-FILE-IO
           IF NOT OK OF SCHED-SVC-RES
               EXIT PARAGRAPH
