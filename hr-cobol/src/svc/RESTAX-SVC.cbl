      *          a pay period to its June-through-May fiscal year
      *          and answers the month's amount (June's differs) -
      *          the lookup CALCULATE-DEDUCTIONS takes its resident
      *          tax line from. RECORD-CHANGE books the change
      *          notification for a leaver or transferee - the last
      *          period collected from our pay and how the rest of
      *          the year's tax is collected - which FIND-FOR-MONTH
      *          then honours; MARK-ISSUED closes it once the
      *          RTAXCHG notification run has printed it
      * Operations: ADD, FIND-FOR-MONTH, RECORD-CHANGE, MARK-ISSUED
      * Pre: Valid request with OP-CODE, USER-ID, CORR-ID
      * Post: Response with STATUS-CODE-N and STATUS-MSG
      * Note: RESTAX-FILE is owned by this service directly, the way
           88  RESTAX-EXISTS           VALUE 'Y'.
           88  RESTAX-NEW              VALUE 'N'.

      * Change notification work fields - the row as it stood
      * before a reload, and the month position within the fiscal
      * year (June 0 through May 11)
       01  WS-PRIOR-RESTAX.
           COPY restax REPLACING ==05== BY ==10==.
       01  WS-CHANGE-MM            PIC 9(2).
       01  WS-MONTH-INDEX          PIC S9(3).
       01  WS-ANNUAL-AMOUNT        PIC 9(9)V99.

       LINKAGE SECTION.
           COPY rtax-req.
           COPY rtax-res.
                   PERFORM ADD-RESTAX
               WHEN OP-FIND-FOR-MONTH OF RESTAX-SVC-REQ
                   PERFORM FIND-RESTAX-FOR-MONTH
               WHEN OP-RECORD-CHANGE OF RESTAX-SVC-REQ
                   PERFORM RECORD-RESTAX-CHANGE
               WHEN OP-MARK-ISSUED OF RESTAX-SVC-REQ
                   PERFORM MARK-NOTICE-ISSUED
               WHEN OTHER
                   MOVE 422 TO STATUS-CODE-N OF RESTAX-SVC-RES
                   MOVE 'Invalid operation code'
                   CONTINUE
               NOT INVALID KEY
                   SET RESTAX-EXISTS TO TRUE
                   MOVE RESTAX-RECORD TO WS-PRIOR-RESTAX
           END-READ

           MOVE IN-RESTAX OF RESTAX-SVC-REQ TO WS-TEMP-RESTAX
      *    A corrected notification reloaded after the employee left
      *    keeps the change already recorded against the row
           IF RESTAX-EXISTS
                   AND NOT CHANGE-NONE OF WS-PRIOR-RESTAX
                   AND CHANGE-NONE OF WS-TEMP-RESTAX
               MOVE CHANGE-REASON OF WS-PRIOR-RESTAX
                   TO CHANGE-REASON OF WS-TEMP-RESTAX
               MOVE CHANGE-DATE OF WS-PRIOR-RESTAX
                   TO CHANGE-DATE OF WS-TEMP-RESTAX
               MOVE LAST-COLLECT-PERIOD OF WS-PRIOR-RESTAX
                   TO LAST-COLLECT-PERIOD OF WS-TEMP-RESTAX
               MOVE COLLECTED-AMOUNT OF WS-PRIOR-RESTAX
                   TO COLLECTED-AMOUNT OF WS-TEMP-RESTAX
               MOVE REMAINING-AMOUNT OF WS-PRIOR-RESTAX
                   TO REMAINING-AMOUNT OF WS-TEMP-RESTAX
               MOVE REMAINDER-METHOD OF WS-PRIOR-RESTAX
                   TO REMAINDER-METHOD OF WS-TEMP-RESTAX
               MOVE NEW-COMPANY-CODE OF WS-PRIOR-RESTAX
                   TO NEW-COMPANY-CODE OF WS-TEMP-RESTAX
               MOVE NOTICE-STATUS OF WS-PRIOR-RESTAX
                   TO NOTICE-STATUS OF WS-TEMP-RESTAX
               MOVE NOTICE-DATE OF WS-PRIOR-RESTAX
                   TO NOTICE-DATE OF WS-TEMP-RESTAX
           END-IF
           MOVE 1 TO RECORD-VERSION OF WS-TEMP-RESTAX
           MOVE 1 TO REC-VERSION OF WS-TEMP-RESTAX
           MOVE USER-ID OF RESTAX-SVC-REQ
                       MOVE MONTHLY-AMOUNT OF WS-TEMP-RESTAX
                           TO MONTH-AMOUNT OF RESTAX-SVC-RES
                   END-IF
                   COMPUTE ANNUAL-AMOUNT OF RESTAX-SVC-RES =
                       JUNE-AMOUNT OF WS-TEMP-RESTAX
                       + MONTHLY-AMOUNT OF WS-TEMP-RESTAX * 11
                   PERFORM APPLY-RECORDED-CHANGE
                   MOVE 0 TO STATUS-CODE-N OF RESTAX-SVC-RES
                   MOVE 'Resident tax amount answered'
                       TO STATUS-MSG OF RESTAX-SVC-RES
           CLOSE RESTAX-FILE
           .

      * APPLY-RECORDED-CHANGE: Once a change is recorded, nothing is
      * collected from our pay after the last collection period -
      * unless the other company carries on the special collection
      * under the same notification - and the final period of a
      * lump-sum leaver also answers the remaining balance.
       APPLY-RECORDED-CHANGE.
           MOVE 0 TO LUMP-SUM-AMOUNT OF RESTAX-SVC-RES
           IF CHANGE-NONE OF WS-TEMP-RESTAX
                   OR LAST-COLLECT-PERIOD OF WS-TEMP-RESTAX = 0
                   OR REMAINDER-NEW-EMPLOYER OF WS-TEMP-RESTAX
               EXIT PARAGRAPH
           END-IF

           IF Q-PAY-PERIOD OF RESTAX-SVC-REQ
                   > LAST-COLLECT-PERIOD OF WS-TEMP-RESTAX
               MOVE 0 TO MONTH-AMOUNT OF RESTAX-SVC-RES
           END-IF

           IF Q-PAY-PERIOD OF RESTAX-SVC-REQ
                   = LAST-COLLECT-PERIOD OF WS-TEMP-RESTAX
                   AND REMAINDER-LUMP-SUM OF WS-TEMP-RESTAX
               MOVE REMAINING-AMOUNT OF WS-TEMP-RESTAX
                   TO LUMP-SUM-AMOUNT OF RESTAX-SVC-RES
           END-IF
           .

       RECORD-RESTAX-CHANGE.
      *    Pre: Q-EMP-ID, Q-PAY-PERIOD (the month of the leaving or
      *         transfer date) populated; IN-RESTAX carries
      *         CHANGE-REASON, CHANGE-DATE, LAST-COLLECT-PERIOD (0 =
      *         the change month), COLLECTED-AMOUNT (the resident
      *         tax lines paid so far), REMAINDER-METHOD and, for a
      *         transfer, NEW-COMPANY-CODE
      *    Post: The fiscal year's row carries the change with the
      *          balance scheduled after the last collection period
      *          as REMAINING-AMOUNT, notification pending; 404 when
      *          no notification covers the change month

           IF Q-EMP-ID OF RESTAX-SVC-REQ = 0
                   OR Q-PAY-PERIOD OF RESTAX-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF RESTAX-SVC-RES
               MOVE 'Q-EMP-ID and Q-PAY-PERIOD are required'
                   TO STATUS-MSG OF RESTAX-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF NOT CHANGE-TERMINATION OF IN-RESTAX OF RESTAX-SVC-REQ
                   AND NOT CHANGE-TRANSFER
                       OF IN-RESTAX OF RESTAX-SVC-REQ
               MOVE 422 TO STATUS-CODE-N OF RESTAX-SVC-RES
               MOVE 'CHANGE-REASON must be T or X'
                   TO STATUS-MSG OF RESTAX-SVC-RES
               EXIT PARAGRAPH
           END-IF

           DIVIDE Q-PAY-PERIOD OF RESTAX-SVC-REQ BY 100
               GIVING WS-PERIOD-YY REMAINDER WS-CHANGE-MM

           EVALUATE TRUE
               WHEN REMAINDER-LUMP-SUM OF IN-RESTAX OF RESTAX-SVC-REQ
      *            The law allows the lump sum from the final pay
      *            for a departure January through May only
                   IF WS-CHANGE-MM > 5
                       MOVE 422 TO STATUS-CODE-N OF RESTAX-SVC-RES
                       MOVE 'Lump sum is for January-May leavers only'
                           TO STATUS-MSG OF RESTAX-SVC-RES
                       EXIT PARAGRAPH
                   END-IF
               WHEN REMAINDER-NEW-EMPLOYER
                       OF IN-RESTAX OF RESTAX-SVC-REQ
                   IF NOT CHANGE-TRANSFER
                           OF IN-RESTAX OF RESTAX-SVC-REQ
                       MOVE 422 TO STATUS-CODE-N OF RESTAX-SVC-RES
                       MOVE 'Only a transfer continues at new employer'
                           TO STATUS-MSG OF RESTAX-SVC-RES
                       EXIT PARAGRAPH
                   END-IF
               WHEN REMAINDER-ORDINARY OF IN-RESTAX OF RESTAX-SVC-REQ
                   CONTINUE
               WHEN OTHER
                   MOVE 422 TO STATUS-CODE-N OF RESTAX-SVC-RES
                   MOVE 'REMAINDER-METHOD must be L, O or N'
                       TO STATUS-MSG OF RESTAX-SVC-RES
                   EXIT PARAGRAPH
           END-EVALUATE

           IF WS-CHANGE-MM >= 6
               MOVE WS-PERIOD-YY TO WS-FISCAL-YEAR
           ELSE
               COMPUTE WS-FISCAL-YEAR = WS-PERIOD-YY - 1
           END-IF

           PERFORM OPEN-RESTAX-FILE-IO
           IF NOT OK OF RESTAX-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-EMP-ID OF RESTAX-SVC-REQ TO WS-EMP-ID-STR
           MOVE WS-FISCAL-YEAR TO WS-YEAR-STR
           MOVE WS-EMP-ID-STR TO RTX-REC-KEY1
           MOVE WS-YEAR-STR TO RTX-REC-KEY2
           READ RESTAX-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF RESTAX-SVC-RES
                   MOVE 'No notification for the fiscal year'
                       TO STATUS-MSG OF RESTAX-SVC-RES
                   CLOSE RESTAX-FILE
                   EXIT PARAGRAPH
           END-READ

           MOVE RESTAX-RECORD TO WS-TEMP-RESTAX
           MOVE CHANGE-REASON OF IN-RESTAX OF RESTAX-SVC-REQ
               TO CHANGE-REASON OF WS-TEMP-RESTAX
           MOVE CHANGE-DATE OF IN-RESTAX OF RESTAX-SVC-REQ
               TO CHANGE-DATE OF WS-TEMP-RESTAX
           MOVE LAST-COLLECT-PERIOD OF IN-RESTAX OF RESTAX-SVC-REQ
               TO LAST-COLLECT-PERIOD OF WS-TEMP-RESTAX
           IF LAST-COLLECT-PERIOD OF WS-TEMP-RESTAX = 0
               MOVE Q-PAY-PERIOD OF RESTAX-SVC-REQ
                   TO LAST-COLLECT-PERIOD OF WS-TEMP-RESTAX
           END-IF
           MOVE COLLECTED-AMOUNT OF IN-RESTAX OF RESTAX-SVC-REQ
               TO COLLECTED-AMOUNT OF WS-TEMP-RESTAX
           MOVE REMAINDER-METHOD OF IN-RESTAX OF RESTAX-SVC-REQ
               TO REMAINDER-METHOD OF WS-TEMP-RESTAX
           MOVE NEW-COMPANY-CODE OF IN-RESTAX OF RESTAX-SVC-REQ
               TO NEW-COMPANY-CODE OF WS-TEMP-RESTAX

      *    The balance is what the schedule still had to collect
      *    after the last collection period: the eleven monthly
      *    amounts after June, less those already due
           COMPUTE WS-ANNUAL-AMOUNT =
               JUNE-AMOUNT OF WS-TEMP-RESTAX
               + MONTHLY-AMOUNT OF WS-TEMP-RESTAX * 11
           DIVIDE LAST-COLLECT-PERIOD OF WS-TEMP-RESTAX BY 100
               GIVING WS-PERIOD-YY REMAINDER WS-PERIOD-MM
           COMPUTE WS-MONTH-INDEX =
               (WS-PERIOD-YY - WS-FISCAL-YEAR) * 12
               + WS-PERIOD-MM - 6
           EVALUATE TRUE
               WHEN WS-MONTH-INDEX < 0
                   MOVE WS-ANNUAL-AMOUNT
                       TO REMAINING-AMOUNT OF WS-TEMP-RESTAX
               WHEN WS-MONTH-INDEX >= 11
                   MOVE 0 TO REMAINING-AMOUNT OF WS-TEMP-RESTAX
               WHEN OTHER
                   COMPUTE REMAINING-AMOUNT OF WS-TEMP-RESTAX =
                       MONTHLY-AMOUNT OF WS-TEMP-RESTAX
                       * (11 - WS-MONTH-INDEX)
           END-EVALUATE

           SET NOTICE-PENDING OF WS-TEMP-RESTAX TO TRUE
           MOVE 0 TO NOTICE-DATE OF WS-TEMP-RESTAX
           MOVE USER-ID OF RESTAX-SVC-REQ
               TO MODIFIED-BY OF WS-TEMP-RESTAX
           MOVE WS-CURRENT-TIMESTAMP
               TO MODIFIED-AT OF WS-TEMP-RESTAX
           ADD 1 TO REC-VERSION OF WS-TEMP-RESTAX

           MOVE WS-TEMP-RESTAX TO RESTAX-RECORD
           REWRITE RESTAX-RECORD

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF RESTAX-SVC-RES
               MOVE 'Failed to write resident tax record'
                   TO STATUS-MSG OF RESTAX-SVC-RES
               CLOSE RESTAX-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE RESTAX-FILE

           MOVE WS-TEMP-RESTAX TO OUT-RESTAX OF RESTAX-SVC-RES
           MOVE WS-ANNUAL-AMOUNT TO ANNUAL-AMOUNT OF RESTAX-SVC-RES
           MOVE 0 TO STATUS-CODE-N OF RESTAX-SVC-RES
           MOVE 'Change notification recorded'
               TO STATUS-MSG OF RESTAX-SVC-RES
           .

       MARK-NOTICE-ISSUED.
      *    Pre: Q-EMP-ID and IN-RESTAX FISCAL-YEAR populated
      *    Post: The row's change notification flagged issued today

           IF Q-EMP-ID OF RESTAX-SVC-REQ = 0
                   OR FISCAL-YEAR OF IN-RESTAX OF RESTAX-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF RESTAX-SVC-RES
               MOVE 'Q-EMP-ID and FISCAL-YEAR are required'
                   TO STATUS-MSG OF RESTAX-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-RESTAX-FILE-IO
           IF NOT OK OF RESTAX-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-EMP-ID OF RESTAX-SVC-REQ TO WS-EMP-ID-STR
           MOVE FISCAL-YEAR OF IN-RESTAX OF RESTAX-SVC-REQ
               TO WS-YEAR-STR
           MOVE WS-EMP-ID-STR TO RTX-REC-KEY1
           MOVE WS-YEAR-STR TO RTX-REC-KEY2
           READ RESTAX-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF RESTAX-SVC-RES
                   MOVE 'No notification for the fiscal year'
                       TO STATUS-MSG OF RESTAX-SVC-RES
                   CLOSE RESTAX-FILE
                   EXIT PARAGRAPH
           END-READ

           MOVE RESTAX-RECORD TO WS-TEMP-RESTAX
           SET NOTICE-ISSUED OF WS-TEMP-RESTAX TO TRUE
           MOVE WS-DATE-1 TO NOTICE-DATE OF WS-TEMP-RESTAX
           MOVE USER-ID OF RESTAX-SVC-REQ
               TO MODIFIED-BY OF WS-TEMP-RESTAX
           MOVE WS-CURRENT-TIMESTAMP
               TO MODIFIED-AT OF WS-TEMP-RESTAX
           ADD 1 TO REC-VERSION OF WS-TEMP-RESTAX
           MOVE WS-TEMP-RESTAX TO RESTAX-RECORD
           REWRITE RESTAX-RECORD

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF RESTAX-SVC-RES
               MOVE 'Failed to write resident tax record'
                   TO STATUS-MSG OF RESTAX-SVC-RES
           ELSE
               MOVE WS-TEMP-RESTAX TO OUT-RESTAX OF RESTAX-SVC-RES
               MOVE 0 TO STATUS-CODE-N OF RESTAX-SVC-RES
               MOVE 'Change notification marked issued'
                   TO STATUS-MSG OF RESTAX-SVC-RES
           END-IF

           CLOSE RESTAX-FILE
           .

       OPEN-RESTAX-FILE-IO.
      *    Pre: None
      *    Post: RESTAX-FILE open I-O (created first if it didn't
