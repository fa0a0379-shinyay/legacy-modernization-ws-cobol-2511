       PARSE-CSV-RECORD.
      *    Parse CSV record into earnings component structure
      *    CSV Format: EMP_ID,EARN_CODE,EARN_TYPE,DESCR,AMOUNT,
      *                EFFECTIVE_FROM,EFFECTIVE_TO[,COVERED_HOURS]

           MOVE 1 TO WS-FIELD-START
           MOVE 0 TO WS-FIELD-COUNT
                       TO EFFECTIVE-TO OF IN-EARNING OF EARN-SVC-REQ
               END-IF
           END-IF

      *    Field 8: COVERED_HOURS (optional - the monthly overtime
      *    hours a fixed overtime premium covers)
           IF WS-FIELD-START > CSV-BUFFER-SIZE
               EXIT PARAGRAPH
           END-IF
           PERFORM EXTRACT-CSV-FIELD
           IF WS-FIELD-BUFFER NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-FIELD-BUFFER) = 0
                   MOVE FUNCTION NUMVAL(WS-FIELD-BUFFER)
                       TO COVERED-OT-HOURS OF IN-EARNING
                           OF EARN-SVC-REQ
               END-IF
           END-IF
           .

       EXTRACT-CSV-FIELD.
