      *          earnings feed. ADD upserts (a new pass purchase
      *          replaces the old record), FIND answers it, END marks
      *          it ended.
      * Operations: ADD, FIND, END, VALIDATE
      * Pre: Valid request with OP-CODE, USER-ID, CORR-ID
      * Post: Response with STATUS-CODE-N and STATUS-MSG
      * Note: COMMUTE-FILE is owned by this service directly, the
                   PERFORM FIND-COMMUTE
               WHEN OP-END OF COMMUTE-SVC-REQ
                   PERFORM END-COMMUTE
               WHEN OP-VALIDATE OF COMMUTE-SVC-REQ
                   PERFORM CHECK-COMMUTE-FIELDS
                   IF OK OF COMMUTE-SVC-RES
                       MOVE IN-COMMUTE OF COMMUTE-SVC-REQ
                           TO OUT-COMMUTE OF COMMUTE-SVC-RES
                       MOVE 'Commuting change passes validation'
                           TO STATUS-MSG OF COMMUTE-SVC-RES
                   END-IF
               WHEN OTHER
                   MOVE 422 TO STATUS-CODE-N OF COMMUTE-SVC-RES
                   MOVE 'Invalid operation code'
      *    Post: Record written (or replaced - a new pass purchase
      *          supersedes the old one)

           PERFORM CHECK-COMMUTE-FIELDS
           IF NOT OK OF COMMUTE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TEMP-COMMUTE TO OUT-COMMUTE OF COMMUTE-SVC-RES
           .

      * CHECK-COMMUTE-FIELDS: The fields ADD insists on - the pass
      * must be dated and priced, and bought for 1, 3 or 6 months.
       CHECK-COMMUTE-FIELDS.
           MOVE 0 TO STATUS-CODE-N OF COMMUTE-SVC-RES
           IF EMP-ID OF IN-COMMUTE OF COMMUTE-SVC-REQ = 0
                   OR PASS-AMOUNT OF IN-COMMUTE OF COMMUTE-SVC-REQ
                       = 0
                   OR PASS-START OF IN-COMMUTE OF COMMUTE-SVC-REQ
                       = 0
               MOVE 422 TO STATUS-CODE-N OF COMMUTE-SVC-RES
               MOVE 'EMP-ID, PASS-AMOUNT and PASS-START required'
                   TO STATUS-MSG OF COMMUTE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF PASS-MONTHS OF IN-COMMUTE OF COMMUTE-SVC-REQ NOT = 1
                   AND PASS-MONTHS OF IN-COMMUTE OF COMMUTE-SVC-REQ
                       NOT = 3
                   AND PASS-MONTHS OF IN-COMMUTE OF COMMUTE-SVC-REQ
                       NOT = 6
               MOVE 422 TO STATUS-CODE-N OF COMMUTE-SVC-RES
               MOVE 'PASS-MONTHS must be 1, 3 or 6'
                   TO STATUS-MSG OF COMMUTE-SVC-RES
           END-IF
           .

       FIND-COMMUTE.
      *    Pre: Q-EMP-ID populated
      *    Post: OUT-COMMUTE carries the employee's record
