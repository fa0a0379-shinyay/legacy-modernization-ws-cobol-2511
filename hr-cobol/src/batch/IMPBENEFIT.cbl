           MOVE WS-FIELD-BUFFER
               TO BENEFIT-DESCR OF IN-BENEFIT OF BENEFIT-SVC-REQ

      *    Field 4: BENEFIT_TYPE (H/R/O/Y - defaults to O if blank or
      *    unrecognized, left to BENEFIT-SVC/the record layout)
           PERFORM EXTRACT-CSV-FIELD
           IF WS-FIELD-BUFFER NOT = SPACES
