      *          applies amounts when a payroll is approved and
      *          reverses them when an approved payroll is voided;
      *          screens and the payslip inquire without scanning the
      *          payroll file. An intercompany transfer SPLITs the
      *          year so the company left keeps its own totals for
      *          its withholding statement; UNSPLIT undoes that
      * Operations: APPLY, REVERSE, INQUIRE, SPLIT, UNSPLIT
      * Pre: Valid request with OP-CODE, USER-ID, CORR-ID
      * Post: Response with STATUS-CODE-N and STATUS-MSG
      * Note: YTD-FILE is owned by this service directly, the way
           88  YTD-RECORD-EXISTS       VALUE 'Y'.
           88  YTD-RECORD-NEW          VALUE 'N'.

      * Which bucket an APPLY/REVERSE lands in - the prior company's
      * once the year has been split and the payroll is that
      * company's, the current one otherwise
       01  WS-BUCKET-SW            PIC X.
           88  BUCKET-PRIOR            VALUE 'P'.
           88  BUCKET-CURRENT          VALUE 'C'.

       LINKAGE SECTION.
           COPY ytd-req.
           COPY ytd-res.
                   PERFORM REVERSE-YTD-AMOUNTS
               WHEN OP-INQUIRE OF YTD-SVC-REQ
                   PERFORM INQUIRE-YTD
               WHEN OP-SPLIT OF YTD-SVC-REQ
                   PERFORM SPLIT-YTD-YEAR
               WHEN OP-UNSPLIT OF YTD-SVC-REQ
                   PERFORM UNSPLIT-YTD-YEAR
               WHEN OTHER
                   MOVE 422 TO STATUS-CODE-N OF YTD-SVC-RES
                   MOVE 'Invalid operation code'
               MOVE Q-YEAR OF YTD-SVC-REQ TO YTD-YEAR OF WS-TEMP-YTD
           END-IF

           PERFORM SELECT-YTD-BUCKET
           IF BUCKET-PRIOR
               ADD IN-GROSS OF YTD-SVC-REQ
                   TO PRIOR-GROSS OF WS-TEMP-YTD
               ADD IN-DEDUCTIONS OF YTD-SVC-REQ
                   TO PRIOR-DEDUCTIONS OF WS-TEMP-YTD
               ADD IN-NET OF YTD-SVC-REQ TO PRIOR-NET OF WS-TEMP-YTD
               ADD 1 TO PRIOR-PERIODS OF WS-TEMP-YTD
           ELSE
               ADD IN-GROSS OF YTD-SVC-REQ
                   TO YTD-GROSS OF WS-TEMP-YTD
               ADD IN-DEDUCTIONS OF YTD-SVC-REQ
                   TO YTD-DEDUCTIONS OF WS-TEMP-YTD
               ADD IN-NET OF YTD-SVC-REQ TO YTD-NET OF WS-TEMP-YTD
               ADD 1 TO PERIODS-PAID OF WS-TEMP-YTD
           END-IF
           MOVE USER-ID OF YTD-SVC-REQ TO MODIFIED-BY OF WS-TEMP-YTD
           MOVE WS-CURRENT-TIMESTAMP TO MODIFIED-AT OF WS-TEMP-YTD

               EXIT PARAGRAPH
           END-IF

           PERFORM SELECT-YTD-BUCKET
           IF BUCKET-PRIOR
               SUBTRACT IN-GROSS OF YTD-SVC-REQ
                   FROM PRIOR-GROSS OF WS-TEMP-YTD
               SUBTRACT IN-DEDUCTIONS OF YTD-SVC-REQ
                   FROM PRIOR-DEDUCTIONS OF WS-TEMP-YTD
               SUBTRACT IN-NET OF YTD-SVC-REQ
                   FROM PRIOR-NET OF WS-TEMP-YTD
               IF PRIOR-PERIODS OF WS-TEMP-YTD > 0
                   SUBTRACT 1 FROM PRIOR-PERIODS OF WS-TEMP-YTD
               END-IF
           ELSE
               SUBTRACT IN-GROSS OF YTD-SVC-REQ
                   FROM YTD-GROSS OF WS-TEMP-YTD
               SUBTRACT IN-DEDUCTIONS OF YTD-SVC-REQ
                   FROM YTD-DEDUCTIONS OF WS-TEMP-YTD
               SUBTRACT IN-NET OF YTD-SVC-REQ
                   FROM YTD-NET OF WS-TEMP-YTD
               IF PERIODS-PAID OF WS-TEMP-YTD > 0
                   SUBTRACT 1 FROM PERIODS-PAID OF WS-TEMP-YTD
               END-IF
           END-IF
           MOVE USER-ID OF YTD-SVC-REQ TO MODIFIED-BY OF WS-TEMP-YTD
           MOVE WS-CURRENT-TIMESTAMP TO MODIFIED-AT OF WS-TEMP-YTD
           CLOSE YTD-FILE
           .

       SPLIT-YTD-YEAR.
      *    Pre: Q-EMP-ID/Q-YEAR, Q-COMPANY-CODE (the company left)
      *         and Q-SPLIT-DATE populated
      *    Post: The year's amounts so far moved to the prior
      *          bucket under that company and the current bucket
      *          restarted at zero; a year already split for another
      *          company is refused (409) - a second intercompany
      *          move in one year has nowhere to keep a third set
      *          of totals

           IF Q-COMPANY-CODE OF YTD-SVC-REQ = SPACES
               MOVE 422 TO STATUS-CODE-N OF YTD-SVC-RES
               MOVE 'Q-COMPANY-CODE is required for a split'
                   TO STATUS-MSG OF YTD-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-YTD-FILE-IO
           IF NOT OK OF YTD-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-YTD-RECORD

           IF YTD-RECORD-NEW
      *        Nothing paid yet this year - the split is recorded on
      *        an empty row so later late payrolls still find it
               INITIALIZE WS-TEMP-YTD
               MOVE 1 TO RECORD-VERSION OF WS-TEMP-YTD
               MOVE 1 TO REC-VERSION OF WS-TEMP-YTD
               MOVE Q-EMP-ID OF YTD-SVC-REQ TO EMP-ID OF WS-TEMP-YTD
               MOVE Q-YEAR OF YTD-SVC-REQ TO YTD-YEAR OF WS-TEMP-YTD
           END-IF

           IF PRIOR-COMPANY-CODE OF WS-TEMP-YTD NOT = SPACES
               MOVE 409 TO STATUS-CODE-N OF YTD-SVC-RES
               MOVE 'YTD year already split by a transfer'
                   TO STATUS-MSG OF YTD-SVC-RES
               CLOSE YTD-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE Q-COMPANY-CODE OF YTD-SVC-REQ
               TO PRIOR-COMPANY-CODE OF WS-TEMP-YTD
           MOVE YTD-GROSS OF WS-TEMP-YTD TO PRIOR-GROSS OF WS-TEMP-YTD
           MOVE YTD-DEDUCTIONS OF WS-TEMP-YTD
               TO PRIOR-DEDUCTIONS OF WS-TEMP-YTD
           MOVE YTD-NET OF WS-TEMP-YTD TO PRIOR-NET OF WS-TEMP-YTD
           MOVE PERIODS-PAID OF WS-TEMP-YTD
               TO PRIOR-PERIODS OF WS-TEMP-YTD
           MOVE Q-SPLIT-DATE OF YTD-SVC-REQ TO SPLIT-DATE OF WS-TEMP-YTD
           MOVE 0 TO YTD-GROSS OF WS-TEMP-YTD
           MOVE 0 TO YTD-DEDUCTIONS OF WS-TEMP-YTD
           MOVE 0 TO YTD-NET OF WS-TEMP-YTD
           MOVE 0 TO PERIODS-PAID OF WS-TEMP-YTD
           MOVE USER-ID OF YTD-SVC-REQ TO MODIFIED-BY OF WS-TEMP-YTD
           MOVE WS-CURRENT-TIMESTAMP TO MODIFIED-AT OF WS-TEMP-YTD

           PERFORM WRITE-BACK-YTD-RECORD
           .

       UNSPLIT-YTD-YEAR.
      *    Pre: Q-EMP-ID/Q-YEAR populated
      *    Post: The prior bucket folded back into the current one
      *          and the split cleared - the compensating entry for
      *          SPLIT when the transfer behind it is rolled back

           PERFORM OPEN-YTD-FILE-IO
           IF NOT OK OF YTD-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-YTD-RECORD

           IF YTD-RECORD-NEW
                   OR PRIOR-COMPANY-CODE OF WS-TEMP-YTD = SPACES
               MOVE 404 TO STATUS-CODE-N OF YTD-SVC-RES
               MOVE 'No split YTD record on file to undo'
                   TO STATUS-MSG OF YTD-SVC-RES
               CLOSE YTD-FILE
               EXIT PARAGRAPH
           END-IF

           ADD PRIOR-GROSS OF WS-TEMP-YTD TO YTD-GROSS OF WS-TEMP-YTD
           ADD PRIOR-DEDUCTIONS OF WS-TEMP-YTD
               TO YTD-DEDUCTIONS OF WS-TEMP-YTD
           ADD PRIOR-NET OF WS-TEMP-YTD TO YTD-NET OF WS-TEMP-YTD
           ADD PRIOR-PERIODS OF WS-TEMP-YTD
               TO PERIODS-PAID OF WS-TEMP-YTD
           MOVE SPACES TO PRIOR-COMPANY-CODE OF WS-TEMP-YTD
           MOVE 0 TO PRIOR-GROSS OF WS-TEMP-YTD
           MOVE 0 TO PRIOR-DEDUCTIONS OF WS-TEMP-YTD
           MOVE 0 TO PRIOR-NET OF WS-TEMP-YTD
           MOVE 0 TO PRIOR-PERIODS OF WS-TEMP-YTD
           MOVE 0 TO SPLIT-DATE OF WS-TEMP-YTD
           MOVE USER-ID OF YTD-SVC-REQ TO MODIFIED-BY OF WS-TEMP-YTD
           MOVE WS-CURRENT-TIMESTAMP TO MODIFIED-AT OF WS-TEMP-YTD

           PERFORM WRITE-BACK-YTD-RECORD
           .

      * SELECT-YTD-BUCKET: The prior bucket when the year is split
      * and the amounts are the company-left's, else the current.
       SELECT-YTD-BUCKET.
           SET BUCKET-CURRENT TO TRUE
           IF PRIOR-COMPANY-CODE OF WS-TEMP-YTD NOT = SPACES
                   AND Q-COMPANY-CODE OF YTD-SVC-REQ
                       = PRIOR-COMPANY-CODE OF WS-TEMP-YTD
               SET BUCKET-PRIOR TO TRUE
           END-IF
           .

      * READ-YTD-RECORD: Keyed read of the Q-EMP-ID/Q-YEAR record
      * into WS-TEMP-YTD, setting YTD-RECORD-EXISTS/NEW. Rows from
      * before the split fields existed carry spaces there and are
      * read as never split.
       READ-YTD-RECORD.
           SET YTD-RECORD-NEW TO TRUE
           MOVE Q-EMP-ID OF YTD-SVC-REQ TO WS-EMP-ID-STR
               NOT INVALID KEY
                   MOVE YTD-RECORD TO WS-TEMP-YTD
                   SET YTD-RECORD-EXISTS TO TRUE
                   IF PRIOR-COMPANY-CODE OF WS-TEMP-YTD = SPACES
                       MOVE 0 TO PRIOR-GROSS OF WS-TEMP-YTD
                       MOVE 0 TO PRIOR-DEDUCTIONS OF WS-TEMP-YTD
                       MOVE 0 TO PRIOR-NET OF WS-TEMP-YTD
                       MOVE 0 TO PRIOR-PERIODS OF WS-TEMP-YTD
                       MOVE 0 TO SPLIT-DATE OF WS-TEMP-YTD
                   END-IF
           END-READ
           .

