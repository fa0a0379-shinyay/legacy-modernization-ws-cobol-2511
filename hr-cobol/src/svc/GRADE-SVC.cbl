      * VALIDATE-GRADE-FIELDS: A grade needs a code, a title, and a
      * sane band - BAND-MAX of zero or a band whose floor exceeds
      * its ceiling would make every salary check fail or pass
      * meaninglessly, so both are rejected here. Anything but 'Y'
      * in the managerial flag is stored as 'N'.
       VALIDATE-GRADE-FIELDS.
           SET VALIDATION-OK TO TRUE
           IF NOT GRADE-MANAGERIAL OF IN-GRADE OF GRADE-SVC-REQ
               MOVE 'N' TO MANAGERIAL-FLAG OF IN-GRADE OF GRADE-SVC-REQ
           END-IF

           IF GRADE-CODE OF IN-GRADE OF GRADE-SVC-REQ = SPACES
               SET VALIDATION-FAILED TO TRUE
