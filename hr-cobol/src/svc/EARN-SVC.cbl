               EXIT PARAGRAPH
           END-IF

           IF COVERED-OT-HOURS OF IN-EARNING OF EARN-SVC-REQ > 0
                   AND NOT EARN-OVERTIME OF IN-EARNING OF EARN-SVC-REQ
               MOVE 422 TO STATUS-CODE-N OF EARN-SVC-RES
               MOVE 'Covered hours apply to overtime components only'
                   TO STATUS-MSG OF EARN-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE IN-EARNING OF EARN-SVC-REQ TO WS-TEMP-EARNING
           MOVE 1 TO RECORD-VERSION OF WS-TEMP-EARNING
           MOVE 1 TO REC-VERSION OF WS-TEMP-EARNING
               EXIT PARAGRAPH
           END-IF

           IF COVERED-OT-HOURS OF IN-EARNING OF EARN-SVC-REQ > 0
                   AND NOT EARN-OVERTIME OF IN-EARNING OF EARN-SVC-REQ
               MOVE 422 TO STATUS-CODE-N OF EARN-SVC-RES
               MOVE 'Covered hours apply to overtime components only'
                   TO STATUS-MSG OF EARN-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-EARNING-FILE-IO
           IF NOT OK OF EARN-SVC-RES
               EXIT PARAGRAPH
