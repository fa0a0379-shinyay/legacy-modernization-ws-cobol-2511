               EXIT PARAGRAPH
           END-IF

      *    A semi-monthly or weekly row is one window of the month -
      *    the calculation prorates it on the window's own days
           IF PAY-FREQUENCY OF IN-PAY OF PAY-SVC-REQ = 'S' OR 'W'
               EXIT PARAGRAPH
           END-IF

           INITIALIZE EMP-SVC-REQ
           INITIALIZE EMP-SVC-RES
           MOVE 'F' TO OP-CODE OF EMP-SVC-REQ
      * CHECK-ROW-AGAINST-CALENDAR: A period with a calendar row
      * must be open; a period never set up imports as it always
      * did. The calendar also donates its pay date to a row that
      * came without one. A semi-monthly or weekly row is held to
      * its own frequency's row for the sequence it names.
       CHECK-ROW-AGAINST-CALENDAR.
           SET CALENDAR-ALLOWED-ROW TO TRUE

           MOVE SPACES TO CORR-ID OF PAYCAL-SVC-REQ
           MOVE PAY-PERIOD OF IN-PAY OF PAY-SVC-REQ
               TO Q-PAY-PERIOD OF PAYCAL-SVC-REQ
           MOVE PAY-FREQUENCY OF IN-PAY OF PAY-SVC-REQ
               TO Q-PAY-FREQUENCY OF PAYCAL-SVC-REQ
           MOVE PERIOD-SEQ OF IN-PAY OF PAY-SVC-REQ
               TO Q-PERIOD-SEQ OF PAYCAL-SVC-REQ

           CALL 'PAYCAL-SVC' USING PAYCAL-SVC-REQ PAYCAL-SVC-RES

       PARSE-CSV-RECORD.
      *    Parse CSV record into payroll structure
      *    CSV Format: EMP_ID,PAY_PERIOD,PAY_DATE,CURRENCY,
      *                BASE_SALARY,GROSS_PAY,RUN_TYPE,PAY_FREQ
      *    RUN_TYPE (R=regular B=bonus S=special) is optional - a
      *    file without the column imports as regular runs.
      *    PAY_FREQ is optional too: M, or S/W followed by the pay's
      *    sequence within the month (S2, W3); without it PAY-SVC
      *    takes the employee's or the company's frequency

           MOVE 1 TO WS-FIELD-START
           MOVE 0 TO WS-FIELD-COUNT
               MOVE WS-FIELD-BUFFER(1:1)
                   TO PAY-RUN-TYPE OF IN-PAY OF PAY-SVC-REQ
           END-IF

      *    Field 8: PAY_FREQ (optional)
           PERFORM EXTRACT-CSV-FIELD
           IF WS-FIELD-BUFFER NOT = SPACES
               INSPECT WS-FIELD-BUFFER(1:1)
                   CONVERTING 'msw' TO 'MSW'
               MOVE WS-FIELD-BUFFER(1:1)
                   TO PAY-FREQUENCY OF IN-PAY OF PAY-SVC-REQ
               IF WS-FIELD-BUFFER(2:1) IS NUMERIC
                   MOVE WS-FIELD-BUFFER(2:1)
                       TO PERIOD-SEQ OF IN-PAY OF PAY-SVC-REQ
               END-IF
           END-IF
           .

       EXTRACT-CSV-FIELD.
           IF WS-COMMA-POS > 0
               COMPUTE WS-FIELD-LENGTH =
                   WS-FIELD-END - WS-FIELD-START + 1
      *        The line's last field runs on through the buffer's
      *        trailing spaces - only its first MAX-FIELD-LENGTH
      *        bytes can hold the value
               IF WS-FIELD-LENGTH > MAX-FIELD-LENGTH
                       AND WS-FIELD-END >= CSV-BUFFER-SIZE
                   MOVE MAX-FIELD-LENGTH TO WS-FIELD-LENGTH
               END-IF
               IF WS-FIELD-LENGTH > 0 AND
                  WS-FIELD-LENGTH <= MAX-FIELD-LENGTH
                   MOVE WS-CSV-BUFFER(WS-FIELD-START:WS-FIELD-LENGTH)
