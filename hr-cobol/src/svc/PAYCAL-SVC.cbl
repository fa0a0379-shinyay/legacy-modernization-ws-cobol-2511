      *          day through DATE-UTIL; FIND answers one period;
      *          FIND-OPEN answers the earliest open period, the
      *          default the period batches take when run without an
      *          explicit parameter. NEXT-OPEN pages every open
      *          period in turn for the close checklist inquiry.
      *          Monthly, semi-monthly and weekly payrolls each keep
      *          their own rows - a semi-monthly or weekly row is
      *          one pay within the month its pay date falls in,
      *          carrying its sequence and its attendance window -
      *          and every operation works within the one frequency
      *          the request names (spaces meaning monthly).
      * Operations: ADD, FIND, FIND-OPEN, NEXT-OPEN
      * Pre: Valid request with OP-CODE, USER-ID, CORR-ID
      * Post: Response with STATUS-CODE-N and STATUS-MSG
      * Note: PAYCAL-FILE is owned by this service directly, the way
      *       RESTAX-SVC owns restax.dat - keyed on PAY-PERIOD,
      *       PAY-FREQUENCY and PERIOD-SEQ.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT PAYCAL-FILE ASSIGN TO 'hr-cobol/data/paycal.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-REC-KEY SOURCE IS CAL-REC-KEY1
                   CAL-REC-KEY2
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * CAL-REC-KEY is a split key over PAY-PERIOD and PAY-FREQUENCY
      * with PERIOD-SEQ (positions 12-17 and 87-88 of the 200-byte
      * record).
       FD  PAYCAL-FILE.
       01  PAYCAL-RECORD.
           05  FILLER               PIC X(11).
           05  CAL-REC-KEY1         PIC X(6).
           05  FILLER               PIC X(69).
           05  CAL-REC-KEY2         PIC X(2).
           05  FILLER               PIC X(112).

       WORKING-STORAGE SECTION.

           COPY paycal REPLACING ==05== BY ==10==.

       01  WS-PERIOD-STR           PIC X(6).
      * The key the request names: period, frequency ('M' for a
      * space) and sequence (0 for monthly)
       01  WS-CAL-KEY.
           05  WS-KEY-PERIOD       PIC X(6).
           05  WS-KEY-FREQUENCY    PIC X.
           05  WS-KEY-SEQ          PIC 9.
       01  WS-RECORD-EXISTS-SW     PIC X.
           88  CAL-EXISTS              VALUE 'Y'.
           88  CAL-NEW                 VALUE 'N'.
                   PERFORM FIND-CALENDAR
               WHEN OP-FIND-OPEN OF PAYCAL-SVC-REQ
                   PERFORM FIND-OPEN-PERIOD
               WHEN OP-NEXT-OPEN OF PAYCAL-SVC-REQ
                   PERFORM FIND-OPEN-PERIOD
               WHEN OTHER
                   MOVE 422 TO STATUS-CODE-N OF PAYCAL-SVC-RES
                   MOVE 'Invalid operation code'
           END-IF

           MOVE IN-PAYCAL OF PAYCAL-SVC-REQ TO WS-TEMP-CAL
           IF PAY-FREQUENCY OF WS-TEMP-CAL = SPACE
               MOVE 'M' TO PAY-FREQUENCY OF WS-TEMP-CAL
           END-IF
           IF NOT CAL-MONTHLY OF WS-TEMP-CAL
                   AND NOT CAL-SEMI-MONTHLY OF WS-TEMP-CAL
                   AND NOT CAL-WEEKLY OF WS-TEMP-CAL
               MOVE 422 TO STATUS-CODE-N OF PAYCAL-SVC-RES
               MOVE 'PAY-FREQUENCY must be M, S or W'
                   TO STATUS-MSG OF PAYCAL-SVC-RES
               EXIT PARAGRAPH
           END-IF
      *    A monthly row is the whole month; a semi-monthly or weekly
      *    row needs its place in the month and the first day of the
      *    attendance it pays for
           IF CAL-MONTHLY OF WS-TEMP-CAL
               MOVE 0 TO PERIOD-SEQ OF WS-TEMP-CAL
           ELSE
               IF PERIOD-SEQ OF WS-TEMP-CAL = 0
                       OR (CAL-SEMI-MONTHLY OF WS-TEMP-CAL
                           AND PERIOD-SEQ OF WS-TEMP-CAL > 2)
                       OR PERIOD-SEQ OF WS-TEMP-CAL > 5
                   MOVE 422 TO STATUS-CODE-N OF PAYCAL-SVC-RES
                   MOVE 'PERIOD-SEQ out of range for the frequency'
                       TO STATUS-MSG OF PAYCAL-SVC-RES
                   EXIT PARAGRAPH
               END-IF
               IF PERIOD-FROM OF WS-TEMP-CAL = 0
                       OR ATTENDANCE-CUTOFF OF WS-TEMP-CAL = 0
                       OR PERIOD-FROM OF WS-TEMP-CAL
                           > ATTENDANCE-CUTOFF OF WS-TEMP-CAL
                   MOVE 422 TO STATUS-CODE-N OF PAYCAL-SVC-RES
                   MOVE 'PERIOD-FROM and ATTENDANCE-CUTOFF required'
                       TO STATUS-MSG OF PAYCAL-SVC-RES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 1 TO RECORD-VERSION OF WS-TEMP-CAL
           MOVE 1 TO REC-VERSION OF WS-TEMP-CAL
           IF NOT CAL-PLANNED OF WS-TEMP-CAL

           SET CAL-NEW TO TRUE
           MOVE PAY-PERIOD OF WS-TEMP-CAL TO WS-PERIOD-STR
           MOVE WS-PERIOD-STR TO WS-KEY-PERIOD
           MOVE PAY-FREQUENCY OF WS-TEMP-CAL TO WS-KEY-FREQUENCY
           MOVE PERIOD-SEQ OF WS-TEMP-CAL TO WS-KEY-SEQ
           MOVE WS-CAL-KEY TO CAL-REC-KEY
           READ PAYCAL-FILE
               INVALID KEY
                   CONTINUE
           .

       FIND-CALENDAR.
      *    Pre: Q-PAY-PERIOD populated, with Q-PAY-FREQUENCY and
      *         Q-PERIOD-SEQ for a semi-monthly or weekly row
      *    Post: OUT-PAYCAL carries the period's calendar row; 404
      *          for a period never set up (callers treat that as
      *          the pre-calendar behavior)
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-REQUEST-KEY
           MOVE WS-CAL-KEY TO CAL-REC-KEY
           READ PAYCAL-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF PAYCAL-SVC-RES
           .

       FIND-OPEN-PERIOD.
      *    Pre: None for FIND-OPEN; for NEXT-OPEN, Q-PAY-PERIOD
      *         is the last period returned (0 to start)
      *    Post: OUT-PAYCAL carries the earliest period of the
      *          requested frequency whose status is open (after
      *          Q-PAY-PERIOD/Q-PERIOD-SEQ for NEXT-OPEN); 404 when
      *          nothing is open

           SET OPEN-PERIOD-NOT-FOUND TO TRUE

           END-IF

           SET SCAN-NOT-DONE TO TRUE
           PERFORM BUILD-REQUEST-KEY
           IF OP-NEXT-OPEN OF PAYCAL-SVC-REQ
               MOVE WS-CAL-KEY TO CAL-REC-KEY
               START PAYCAL-FILE KEY IS GREATER THAN CAL-REC-KEY
                   INVALID KEY
                       SET SCAN-DONE TO TRUE
               END-START
           ELSE
               MOVE LOW-VALUES TO CAL-REC-KEY
               START PAYCAL-FILE KEY IS NOT LESS THAN CAL-REC-KEY
                   INVALID KEY
                       SET SCAN-DONE TO TRUE
               END-START
           END-IF

           PERFORM UNTIL SCAN-DONE OR OPEN-PERIOD-FOUND
               READ PAYCAL-FILE NEXT RECORD
                       SET SCAN-DONE TO TRUE
                   NOT AT END
                       MOVE PAYCAL-RECORD TO WS-TEMP-CAL
      *                A row written before pay frequencies carries
      *                a space frequency - it is a monthly row
                       IF CAL-OPEN OF WS-TEMP-CAL
                               AND (PAY-FREQUENCY OF WS-TEMP-CAL
                                       = WS-KEY-FREQUENCY
                                   OR (WS-KEY-FREQUENCY = 'M'
                                       AND CAL-MONTHLY OF WS-TEMP-CAL))
                           SET OPEN-PERIOD-FOUND TO TRUE
                       END-IF
               END-READ
           END-IF
           .

       BUILD-REQUEST-KEY.
      *    Pre: Q-PAY-PERIOD, Q-PAY-FREQUENCY, Q-PERIOD-SEQ
      *    Post: WS-CAL-KEY carries them as the file keys them - a
      *          space frequency is monthly, and monthly is
      *          sequence 0

           MOVE Q-PAY-PERIOD OF PAYCAL-SVC-REQ TO WS-PERIOD-STR
           MOVE WS-PERIOD-STR TO WS-KEY-PERIOD
           MOVE Q-PAY-FREQUENCY OF PAYCAL-SVC-REQ TO WS-KEY-FREQUENCY
           MOVE Q-PERIOD-SEQ OF PAYCAL-SVC-REQ TO WS-KEY-SEQ
           IF WS-KEY-FREQUENCY = SPACE OR 'M'
               MOVE 'M' TO WS-KEY-FREQUENCY
               MOVE 0 TO WS-KEY-SEQ
           END-IF
           .

       OPEN-PAYCAL-FILE-IO.
      *    Pre: None
      *    Post: PAYCAL-FILE open I-O (created first if it didn't
