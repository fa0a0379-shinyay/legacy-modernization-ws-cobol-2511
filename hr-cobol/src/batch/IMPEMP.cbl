               MOVE COUNTRY-CODE OF WS-CSV-PARSED-EMP
                   TO COUNTRY-CODE OF IN-EMP OF EMP-SVC-REQ
           END-IF
           IF SEX-CODE OF WS-CSV-PARSED-EMP NOT = SPACES
               MOVE SEX-CODE OF WS-CSV-PARSED-EMP
                   TO SEX-CODE OF IN-EMP OF EMP-SVC-REQ
           END-IF
           .
       
       PARSE-CSV-RECORD.
      *    CSV Format: LAST_NAME,FIRST_NAME,MIDDLE_NAME,LAST_NAME_KANA,
      *                FIRST_NAME_KANA,BIRTH_DATE,DEPT_ID,EMP_TYPE,
      *                HIRE_DATE,ADDRESS_LINE_1,CITY,STATE,POSTAL,
      *                COUNTRY,EMP_ID,SEX
      *    EMP_ID is optional and trailing, for upsert from an
      *    upstream HRIS extract - see FIND-EXISTING-EMPLOYEE-FOR-UPSERT
      *    SEX (M/F) is optional and trailing after EMP_ID; leave
      *    EMP_ID empty to carry a sex code on a new hire row
           
           MOVE 1 TO WS-FIELD-START
           MOVE 0 TO WS-FIELD-COUNT
                       TO WS-CSV-EMP-ID
               END-IF
           END-IF

      *    Field 16: SEX (optional - anything but M or F is left
      *    unrecorded)
           IF WS-FIELD-START <= CSV-BUFFER-SIZE
               PERFORM EXTRACT-CSV-FIELD
               IF WS-FIELD-BUFFER(1:1) = 'M'
                  OR WS-FIELD-BUFFER(1:1) = 'F'
                   MOVE WS-FIELD-BUFFER(1:1)
                       TO SEX-CODE OF IN-EMP OF EMP-SVC-REQ
               END-IF
           END-IF
           .
       
       EXTRACT-CSV-FIELD.
