      *          new term (marking the employee's prior current term
      *          renewed and carrying the renewal count forward);
      *          FIND-CURRENT answers the latest term; SCAN feeds the
      *          expiring-contracts report. REENGAGE marks the current
      *          term as a re-engagement after the mandatory
      *          retirement, linked to the employment it followed;
      *          SET-WAGE-AT-60 stores the wage at 60 EIKEIZOK
      *          measures the continued-employment benefit against.
      *          TENURE totals the employee's fixed-term chain for
      *          the five-year indefinite-term conversion right -
      *          terms added in sequence, months and days, the count
      *          starting over after a cooling-off gap (six months,
      *          or half the total before it rounded up when that
      *          total was under a year); CONVERT records an
      *          employee's conversion request, ends the chain with
      *          the current term and queues the employee-type
      *          change through PENDTX-SVC for RELPEND to apply the
      *          day after that term ends.
      * Operations: ADD, FIND-CURRENT, SCAN, REENGAGE, SET-WAGE-AT-60,
      *             TENURE, CONVERT
      * Pre: Valid request with OP-CODE, USER-ID, CORR-ID
      * Post: Response with STATUS-CODE-N and STATUS-MSG
      * Note: CONTRACT-FILE is owned by this service directly, the
           88  CONTRACT-FOUND          VALUE 'Y'.
           88  CONTRACT-NOT-FOUND      VALUE 'N'.

      * Working storage for PENDTX-SVC calls - the type change a
      * conversion queues
           COPY ptx-req.
           COPY ptx-res.

      * Working storage for DATE-UTIL calls - the day after a term
       01  WS-DATE-OPERATION       PIC X(2).
       01  WS-DU-DATE-1            PIC 9(8).
       01  WS-DU-DATE-2            PIC 9(8).
       01  WS-DATE-RESULT          PIC S9(9).
       01  WS-DATE-STATUS          PIC 9.

      * Working storage for the conversion-right chain. Lengths are
      * months and days, thirty days making a month, the way the
      * statute adds up broken months.
       78  CONVERSION-MONTHS       VALUE 60.
       78  FULL-COOLING-MONTHS     VALUE 6.
       01  WS-SPAN-FROM.
           05  WS-SPAN-FROM-YYYY   PIC 9(4).
           05  WS-SPAN-FROM-MM     PIC 9(2).
           05  WS-SPAN-FROM-DD     PIC 9(2).
       01  WS-SPAN-FROM-N REDEFINES WS-SPAN-FROM PIC 9(8).
       01  WS-SPAN-TO.
           05  WS-SPAN-TO-YYYY     PIC 9(4).
           05  WS-SPAN-TO-MM       PIC 9(2).
           05  WS-SPAN-TO-DD       PIC 9(2).
       01  WS-SPAN-TO-N REDEFINES WS-SPAN-TO PIC 9(8).
       01  WS-SPAN-MONTHS          PIC S9(5).
       01  WS-SPAN-DAYS            PIC S9(3).
       01  WS-CHAIN-START          PIC 9(8).
       01  WS-CHAIN-MONTHS         PIC 9(4).
       01  WS-CHAIN-DAYS           PIC 9(3).
       01  WS-TERM-MONTHS          PIC 9(4).
       01  WS-TERM-DAYS            PIC 9(3).
       01  WS-PRIOR-MONTHS-UP      PIC 9(4).
       01  WS-COOLING-MONTHS       PIC 9(2).
       01  WS-TERM-NEXT-DAY        PIC 9(8).
       01  WS-PREV-NEXT-DAY        PIC 9(8).
       01  WS-RIGHT-DATE           PIC 9(8).
       01  WS-RIGHT-SW             PIC X.
           88  CHAIN-RIGHT-NONE        VALUE ' '.
           88  CHAIN-RIGHT-HELD        VALUE 'H'.
           88  CHAIN-RIGHT-EXEMPT      VALUE 'X'.

       LINKAGE SECTION.
           COPY contr-req.
           COPY contr-res.
                   PERFORM FIND-CURRENT-CONTRACT
               WHEN OP-SCAN OF CONTRACT-SVC-REQ
                   PERFORM SCAN-CONTRACTS
               WHEN OP-REENGAGE OF CONTRACT-SVC-REQ
                   PERFORM REENGAGE-CONTRACT
               WHEN OP-SET-WAGE-AT-60 OF CONTRACT-SVC-REQ
                   PERFORM SET-WAGE-AT-60
               WHEN OP-TENURE OF CONTRACT-SVC-REQ
                   PERFORM REPORT-CONTRACT-TENURE
               WHEN OP-CONVERT OF CONTRACT-SVC-REQ
                   PERFORM CONVERT-CONTRACT
               WHEN OTHER
                   MOVE 422 TO STATUS-CODE-N OF CONTRACT-SVC-RES
                   MOVE 'Invalid operation code'
      *         populated (end after start)
      *    Post: New current term booked; any prior current term
      *          marked renewed, its renewal count carried forward
      *          plus one, and a re-engaged term's kind, link and
      *          wage at 60 carried onto the new one

           IF Q-EMP-ID OF CONTRACT-SVC-REQ = 0
                   OR Q-CONTRACT-START OF CONTRACT-SVC-REQ = 0
                   CONTRACT-SEQ OF WS-PRIOR-CONTRACT + 1
               COMPUTE RENEWAL-COUNT OF WS-TEMP-CONTRACT =
                   RENEWAL-COUNT OF WS-PRIOR-CONTRACT + 1
               IF CONTRACT-REENGAGED OF WS-PRIOR-CONTRACT
                   MOVE CONTRACT-KIND OF WS-PRIOR-CONTRACT
                       TO CONTRACT-KIND OF WS-TEMP-CONTRACT
                   MOVE ORIG-EMP-ID OF WS-PRIOR-CONTRACT
                       TO ORIG-EMP-ID OF WS-TEMP-CONTRACT
                   MOVE RETIRE-DATE OF WS-PRIOR-CONTRACT
                       TO RETIRE-DATE OF WS-TEMP-CONTRACT
                   MOVE WAGE-AT-60 OF WS-PRIOR-CONTRACT
                       TO WAGE-AT-60 OF WS-TEMP-CONTRACT
                   MOVE WAGE-AT-60-MONTHS OF WS-PRIOR-CONTRACT
                       TO WAGE-AT-60-MONTHS OF WS-TEMP-CONTRACT
               END-IF
      *        Mark the prior current term renewed
               IF CONTRACT-CURRENT OF WS-PRIOR-CONTRACT
                   PERFORM MARK-PRIOR-CONTRACT-RENEWED
           CLOSE CONTRACT-FILE
           .

       REENGAGE-CONTRACT.
      *    Pre: Q-EMP-ID (the re-engaged employee), Q-ORIG-EMP-ID
      *         and Q-RETIRE-DATE populated
      *    Post: The employee's current term marked re-engaged and
      *          linked, or 404 when there is no current term

           IF Q-EMP-ID OF CONTRACT-SVC-REQ = 0
                   OR Q-ORIG-EMP-ID OF CONTRACT-SVC-REQ = 0
                   OR Q-RETIRE-DATE OF CONTRACT-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF CONTRACT-SVC-RES
               STRING 'EMP-ID, original EMP-ID and retirement date '
                      'are required'
                   DELIMITED BY SIZE
                   INTO STATUS-MSG OF CONTRACT-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-CURRENT-CONTRACT
           IF NOT OK OF CONTRACT-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF Q-RETIRE-DATE OF CONTRACT-SVC-REQ >=
                   CONTRACT-START OF WS-PRIOR-CONTRACT
               CLOSE CONTRACT-FILE
               MOVE 422 TO STATUS-CODE-N OF CONTRACT-SVC-RES
               MOVE 'Retirement date must precede the contract start'
                   TO STATUS-MSG OF CONTRACT-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PRIOR-CONTRACT TO WS-TEMP-CONTRACT
           SET CONTRACT-REENGAGED OF WS-TEMP-CONTRACT TO TRUE
           MOVE Q-ORIG-EMP-ID OF CONTRACT-SVC-REQ
               TO ORIG-EMP-ID OF WS-TEMP-CONTRACT
           MOVE Q-RETIRE-DATE OF CONTRACT-SVC-REQ
               TO RETIRE-DATE OF WS-TEMP-CONTRACT
           PERFORM REWRITE-CURRENT-CONTRACT
           IF OK OF CONTRACT-SVC-RES
               MOVE 'Contract marked re-engaged after retirement'
                   TO STATUS-MSG OF CONTRACT-SVC-RES
           END-IF
           .

       SET-WAGE-AT-60.
      *    Pre: Q-EMP-ID, Q-WAGE-AT-60 and Q-WAGE-MONTHS (1-6)
      *         populated
      *    Post: The wage at 60 stored on the current re-engaged
      *          term; 404 when there is none

           IF Q-EMP-ID OF CONTRACT-SVC-REQ = 0
                   OR Q-WAGE-MONTHS OF CONTRACT-SVC-REQ = 0
                   OR Q-WAGE-MONTHS OF CONTRACT-SVC-REQ > 6
               MOVE 422 TO STATUS-CODE-N OF CONTRACT-SVC-RES
               MOVE 'EMP-ID and 1 to 6 months averaged are required'
                   TO STATUS-MSG OF CONTRACT-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-CURRENT-CONTRACT
           IF NOT OK OF CONTRACT-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF NOT CONTRACT-REENGAGED OF WS-PRIOR-CONTRACT
               CLOSE CONTRACT-FILE
               MOVE 404 TO STATUS-CODE-N OF CONTRACT-SVC-RES
               MOVE 'Current contract is not a re-engagement'
                   TO STATUS-MSG OF CONTRACT-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PRIOR-CONTRACT TO WS-TEMP-CONTRACT
           MOVE Q-WAGE-AT-60 OF CONTRACT-SVC-REQ
               TO WAGE-AT-60 OF WS-TEMP-CONTRACT
           MOVE Q-WAGE-MONTHS OF CONTRACT-SVC-REQ
               TO WAGE-AT-60-MONTHS OF WS-TEMP-CONTRACT
           PERFORM REWRITE-CURRENT-CONTRACT
           IF OK OF CONTRACT-SVC-RES
               MOVE 'Wage at 60 stored'
                   TO STATUS-MSG OF CONTRACT-SVC-RES
           END-IF
           .

       REPORT-CONTRACT-TENURE.
      *    Pre: Q-EMP-ID populated
      *    Post: OUT-CONTRACT holds the latest term and OUT-TENURE
      *          its chain and conversion right, or 404

           IF Q-EMP-ID OF CONTRACT-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF CONTRACT-SVC-RES
               MOVE 'Q-EMP-ID is required'
                   TO STATUS-MSG OF CONTRACT-SVC-RES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CONTRACT-FILE

           IF FILE-NOT-FOUND
               MOVE 404 TO STATUS-CODE-N OF CONTRACT-SVC-RES
               MOVE 'No contracts on file'
                   TO STATUS-MSG OF CONTRACT-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF CONTRACT-SVC-RES
               MOVE 'Cannot open contract file'
                   TO STATUS-MSG OF CONTRACT-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-EMP-ID OF CONTRACT-SVC-REQ TO WS-EMP-ID-STR
           PERFORM TOTAL-CONTRACT-CHAIN

           CLOSE CONTRACT-FILE

           IF CONTRACT-NOT-FOUND
               MOVE 404 TO STATUS-CODE-N OF CONTRACT-SVC-RES
               MOVE 'No contract on file for employee'
                   TO STATUS-MSG OF CONTRACT-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PRIOR-CONTRACT TO OUT-CONTRACT OF CONTRACT-SVC-RES
           MOVE 0 TO STATUS-CODE-N OF CONTRACT-SVC-RES
           MOVE 'Contract tenure totaled'
               TO STATUS-MSG OF CONTRACT-SVC-RES
           .

      * TOTAL-CONTRACT-CHAIN: Walks WS-EMP-ID-STR's terms in
      * sequence (file open), leaving the latest in
      * WS-PRIOR-CONTRACT with CONTRACT-FOUND set and OUT-TENURE
      * filled for the chain it closes. A re-engagement after
      * retirement is outside the rule and starts the count over.
       TOTAL-CONTRACT-CHAIN.
           SET CONTRACT-NOT-FOUND TO TRUE
           MOVE 'N' TO WS-SCAN-DONE-SW
           MOVE 0 TO WS-CHAIN-START
           MOVE 0 TO WS-CHAIN-MONTHS
           MOVE 0 TO WS-CHAIN-DAYS
           MOVE 0 TO WS-TERM-MONTHS
           MOVE 0 TO WS-TERM-DAYS
           MOVE 0 TO WS-PREV-NEXT-DAY
           MOVE 0 TO WS-RIGHT-DATE
           SET CHAIN-RIGHT-NONE TO TRUE

           MOVE WS-EMP-ID-STR TO CTR-REC-KEY1
           MOVE '000' TO CTR-REC-KEY2
           START CONTRACT-FILE KEY IS NOT LESS THAN CTR-REC-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START

           PERFORM UNTIL SCAN-DONE
               READ CONTRACT-FILE NEXT RECORD
                   AT END
                       SET SCAN-DONE TO TRUE
                   NOT AT END
                       IF CTR-REC-KEY1 NOT = WS-EMP-ID-STR
                           SET SCAN-DONE TO TRUE
                       ELSE
                           MOVE CONTRACT-RECORD TO WS-PRIOR-CONTRACT
                           SET CONTRACT-FOUND TO TRUE
                           PERFORM ADD-TERM-TO-CHAIN
                       END-IF
               END-READ
           END-PERFORM

           IF CONTRACT-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           INITIALIZE OUT-TENURE OF CONTRACT-SVC-RES
           MOVE WS-CHAIN-START TO OUT-CHAIN-START OF CONTRACT-SVC-RES
           MOVE WS-CHAIN-MONTHS
               TO OUT-TENURE-MONTHS OF CONTRACT-SVC-RES
           MOVE WS-CHAIN-DAYS TO OUT-TENURE-DAYS OF CONTRACT-SVC-RES

           EVALUATE TRUE
               WHEN CHAIN-RIGHT-EXEMPT
                   SET RIGHT-EXEMPT OF CONTRACT-SVC-RES TO TRUE
               WHEN CHAIN-RIGHT-HELD
                   SET RIGHT-HELD OF CONTRACT-SVC-RES TO TRUE
                   MOVE WS-RIGHT-DATE
                       TO OUT-RIGHT-DATE OF CONTRACT-SVC-RES
               WHEN OTHER
      *            Would a renewal as long as the latest term take
      *            the chain past five years?
                   COMPUTE WS-SPAN-MONTHS =
                       WS-CHAIN-MONTHS + WS-TERM-MONTHS
                   COMPUTE WS-SPAN-DAYS =
                       WS-CHAIN-DAYS + WS-TERM-DAYS
                   IF WS-SPAN-DAYS >= 30
                       ADD 1 TO WS-SPAN-MONTHS
                       SUBTRACT 30 FROM WS-SPAN-DAYS
                   END-IF
                   IF WS-SPAN-MONTHS > CONVERSION-MONTHS
                           OR (WS-SPAN-MONTHS = CONVERSION-MONTHS
                               AND WS-SPAN-DAYS > 0)
                       SET RIGHT-NEXT-TERM OF CONTRACT-SVC-RES
                           TO TRUE
                       MOVE WS-PREV-NEXT-DAY
                           TO OUT-RIGHT-DATE OF CONTRACT-SVC-RES
                   END-IF
           END-EVALUATE
           .

      * ADD-TERM-TO-CHAIN: Adds the term in WS-PRIOR-CONTRACT to the
      * running chain - first checking the gap since the previous
      * term against the cooling-off period, which starts the count
      * over - and notes the term that takes it past five years.
       ADD-TERM-TO-CHAIN.
           IF CONTRACT-REENGAGED OF WS-PRIOR-CONTRACT
               MOVE 0 TO WS-CHAIN-START
               MOVE 0 TO WS-CHAIN-MONTHS
               MOVE 0 TO WS-CHAIN-DAYS
               MOVE 0 TO WS-TERM-MONTHS
               MOVE 0 TO WS-TERM-DAYS
               MOVE 0 TO WS-PREV-NEXT-DAY
               MOVE 0 TO WS-RIGHT-DATE
               SET CHAIN-RIGHT-EXEMPT TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF CHAIN-RIGHT-EXEMPT
               SET CHAIN-RIGHT-NONE TO TRUE
           END-IF

      *    The day after the term - where the next term (or the
      *    gap before it) begins
           MOVE 'A ' TO WS-DATE-OPERATION
           MOVE CONTRACT-END OF WS-PRIOR-CONTRACT TO WS-DU-DATE-1
           MOVE 1 TO WS-DU-DATE-2
           CALL 'DATE-UTIL' USING WS-DATE-OPERATION WS-DU-DATE-1
                                  WS-DU-DATE-2 WS-DATE-RESULT
                                  WS-DATE-STATUS
           MOVE WS-DATE-RESULT TO WS-TERM-NEXT-DAY

      *    Cooling-off: six months, or half the total before the gap
      *    (rounded up to a whole month) when that total was under a
      *    year
           IF WS-PREV-NEXT-DAY NOT = 0
                   AND CONTRACT-START OF WS-PRIOR-CONTRACT
                       > WS-PREV-NEXT-DAY
               IF WS-CHAIN-MONTHS >= 12
                   MOVE FULL-COOLING-MONTHS TO WS-COOLING-MONTHS
               ELSE
                   MOVE WS-CHAIN-MONTHS TO WS-PRIOR-MONTHS-UP
                   IF WS-CHAIN-DAYS > 0
                       ADD 1 TO WS-PRIOR-MONTHS-UP
                   END-IF
                   COMPUTE WS-COOLING-MONTHS =
                       (WS-PRIOR-MONTHS-UP + 1) / 2
                   IF WS-COOLING-MONTHS = 0
                       MOVE 1 TO WS-COOLING-MONTHS
                   END-IF
                   IF WS-COOLING-MONTHS > FULL-COOLING-MONTHS
                       MOVE FULL-COOLING-MONTHS TO WS-COOLING-MONTHS
                   END-IF
               END-IF
               MOVE WS-PREV-NEXT-DAY TO WS-SPAN-FROM-N
               MOVE CONTRACT-START OF WS-PRIOR-CONTRACT
                   TO WS-SPAN-TO-N
               PERFORM CALC-MONTH-SPAN
               IF WS-SPAN-MONTHS >= WS-COOLING-MONTHS
                   MOVE 0 TO WS-CHAIN-MONTHS
                   MOVE 0 TO WS-CHAIN-DAYS
                   MOVE 0 TO WS-RIGHT-DATE
                   SET CHAIN-RIGHT-NONE TO TRUE
               END-IF
           END-IF

           IF WS-CHAIN-MONTHS = 0 AND WS-CHAIN-DAYS = 0
               MOVE CONTRACT-START OF WS-PRIOR-CONTRACT
                   TO WS-CHAIN-START
           END-IF

           MOVE CONTRACT-START OF WS-PRIOR-CONTRACT TO WS-SPAN-FROM-N
           MOVE WS-TERM-NEXT-DAY TO WS-SPAN-TO-N
           PERFORM CALC-MONTH-SPAN
           MOVE WS-SPAN-MONTHS TO WS-TERM-MONTHS
           MOVE WS-SPAN-DAYS TO WS-TERM-DAYS

           ADD WS-TERM-MONTHS TO WS-CHAIN-MONTHS
           ADD WS-TERM-DAYS TO WS-CHAIN-DAYS
           IF WS-CHAIN-DAYS >= 30
               ADD 1 TO WS-CHAIN-MONTHS
               SUBTRACT 30 FROM WS-CHAIN-DAYS
           END-IF

      *    The right arises with the term concluded past five years
           IF CHAIN-RIGHT-NONE
                   AND (WS-CHAIN-MONTHS > CONVERSION-MONTHS
                       OR (WS-CHAIN-MONTHS = CONVERSION-MONTHS
                           AND WS-CHAIN-DAYS > 0))
               SET CHAIN-RIGHT-HELD TO TRUE
               MOVE CONTRACT-START OF WS-PRIOR-CONTRACT
                   TO WS-RIGHT-DATE
           END-IF

           MOVE WS-TERM-NEXT-DAY TO WS-PREV-NEXT-DAY
           .

      * CALC-MONTH-SPAN: Whole months and left-over days from
      * WS-SPAN-FROM up to (not including) WS-SPAN-TO, a short
      * month borrowing thirty days.
       CALC-MONTH-SPAN.
           COMPUTE WS-SPAN-MONTHS =
               (WS-SPAN-TO-YYYY - WS-SPAN-FROM-YYYY) * 12
               + WS-SPAN-TO-MM - WS-SPAN-FROM-MM
           COMPUTE WS-SPAN-DAYS = WS-SPAN-TO-DD - WS-SPAN-FROM-DD
           IF WS-SPAN-DAYS < 0
               SUBTRACT 1 FROM WS-SPAN-MONTHS
               ADD 30 TO WS-SPAN-DAYS
           END-IF
           IF WS-SPAN-MONTHS < 0
               MOVE 0 TO WS-SPAN-MONTHS
               MOVE 0 TO WS-SPAN-DAYS
           END-IF
           .

       CONVERT-CONTRACT.
      *    Pre: Q-EMP-ID and Q-REQUEST-DATE populated (the request
      *         made during the current term); Q-NEW-EMP-TYPE F or
      *         P (default F)
      *    Post: The employee-type change queued pending for the
      *          day after the current term ends, and the current
      *          term marked converted - the last of the chain; 409
      *          when the chain has not passed five years

           IF Q-EMP-ID OF CONTRACT-SVC-REQ = 0
                   OR Q-REQUEST-DATE OF CONTRACT-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF CONTRACT-SVC-RES
               MOVE 'EMP-ID and request date are required'
                   TO STATUS-MSG OF CONTRACT-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF Q-NEW-EMP-TYPE OF CONTRACT-SVC-REQ = SPACE
               MOVE 'F' TO Q-NEW-EMP-TYPE OF CONTRACT-SVC-REQ
           END-IF
           IF Q-NEW-EMP-TYPE OF CONTRACT-SVC-REQ NOT = 'F'
                   AND Q-NEW-EMP-TYPE OF CONTRACT-SVC-REQ NOT = 'P'
               MOVE 422 TO STATUS-CODE-N OF CONTRACT-SVC-RES
               MOVE 'New employee type must be F or P'
                   TO STATUS-MSG OF CONTRACT-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-CONTRACT-FILE-IO
           IF NOT OK OF CONTRACT-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-EMP-ID OF CONTRACT-SVC-REQ TO WS-EMP-ID-STR
           PERFORM TOTAL-CONTRACT-CHAIN

           IF CONTRACT-NOT-FOUND
                   OR NOT CONTRACT-CURRENT OF WS-PRIOR-CONTRACT
               CLOSE CONTRACT-FILE
               MOVE 404 TO STATUS-CODE-N OF CONTRACT-SVC-RES
               MOVE 'No current contract for employee'
                   TO STATUS-MSG OF CONTRACT-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF CHAIN-RIGHT-EXEMPT
               CLOSE CONTRACT-FILE
               MOVE 422 TO STATUS-CODE-N OF CONTRACT-SVC-RES
               MOVE 'A re-engagement after retirement is exempt'
                   TO STATUS-MSG OF CONTRACT-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF NOT CHAIN-RIGHT-HELD
               CLOSE CONTRACT-FILE
               MOVE 409 TO STATUS-CODE-N OF CONTRACT-SVC-RES
               MOVE 'Contract chain has not passed five years'
                   TO STATUS-MSG OF CONTRACT-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF Q-REQUEST-DATE OF CONTRACT-SVC-REQ
                   < CONTRACT-START OF WS-PRIOR-CONTRACT
                   OR Q-REQUEST-DATE OF CONTRACT-SVC-REQ
                       > CONTRACT-END OF WS-PRIOR-CONTRACT
               CLOSE CONTRACT-FILE
               MOVE 422 TO STATUS-CODE-N OF CONTRACT-SVC-RES
               MOVE 'Request date must fall within the current term'
                   TO STATUS-MSG OF CONTRACT-SVC-RES
               EXIT PARAGRAPH
           END-IF

      *    Queue the type change for the day after the term ends -
      *    the indefinite term starts where the fixed one stops
           INITIALIZE PENDTX-SVC-REQ
           INITIALIZE PENDTX-SVC-RES
           SET OP-ADD OF PENDTX-SVC-REQ TO TRUE
           MOVE USER-ID OF CONTRACT-SVC-REQ
               TO USER-ID OF PENDTX-SVC-REQ
           MOVE CORR-ID OF CONTRACT-SVC-REQ
               TO CORR-ID OF PENDTX-SVC-REQ
           MOVE Q-EMP-ID OF CONTRACT-SVC-REQ
               TO EMP-ID OF IN-PENDTX OF PENDTX-SVC-REQ
           SET TX-TYPE-CHANGE OF IN-PENDTX OF PENDTX-SVC-REQ TO TRUE
           MOVE WS-PREV-NEXT-DAY
               TO EFFECTIVE-DATE OF IN-PENDTX OF PENDTX-SVC-REQ
           MOVE Q-NEW-EMP-TYPE OF CONTRACT-SVC-REQ
               TO NEW-EMP-TYPE OF IN-PENDTX OF PENDTX-SVC-REQ

           CALL 'PENDTX-SVC' USING PENDTX-SVC-REQ PENDTX-SVC-RES

           IF NOT OK OF PENDTX-SVC-RES
               CLOSE CONTRACT-FILE
               MOVE STATUS-CODE-N OF PENDTX-SVC-RES
                   TO STATUS-CODE-N OF CONTRACT-SVC-RES
               MOVE STATUS-MSG OF PENDTX-SVC-RES
                   TO STATUS-MSG OF CONTRACT-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PRIOR-CONTRACT TO WS-TEMP-CONTRACT
           SET CONTRACT-CONVERTED OF WS-TEMP-CONTRACT TO TRUE
           MOVE Q-REQUEST-DATE OF CONTRACT-SVC-REQ
               TO CONV-REQUEST-DATE OF WS-TEMP-CONTRACT
           MOVE WS-PREV-NEXT-DAY
               TO CONV-EFFECTIVE-DATE OF WS-TEMP-CONTRACT
           MOVE Q-NEW-EMP-TYPE OF CONTRACT-SVC-REQ
               TO CONV-NEW-EMP-TYPE OF WS-TEMP-CONTRACT
           MOVE TX-ID OF OUT-PENDTX OF PENDTX-SVC-RES
               TO CONV-TX-ID OF WS-TEMP-CONTRACT
           PERFORM REWRITE-CURRENT-CONTRACT

           IF NOT OK OF CONTRACT-SVC-RES
      *        Withdraw the queued change - the chain did not end
               INITIALIZE PENDTX-SVC-REQ
               SET OP-CANCEL OF PENDTX-SVC-REQ TO TRUE
               MOVE USER-ID OF CONTRACT-SVC-REQ
                   TO USER-ID OF PENDTX-SVC-REQ
               MOVE CORR-ID OF CONTRACT-SVC-REQ
                   TO CORR-ID OF PENDTX-SVC-REQ
               MOVE CONV-TX-ID OF WS-TEMP-CONTRACT
                   TO Q-TX-ID OF PENDTX-SVC-REQ
               CALL 'PENDTX-SVC' USING PENDTX-SVC-REQ PENDTX-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE 'Conversion recorded - type change queued'
               TO STATUS-MSG OF CONTRACT-SVC-RES
           .

      * OPEN-CURRENT-CONTRACT: Opens the file I-O and leaves
      * Q-EMP-ID's current term in WS-PRIOR-CONTRACT - 404 (file
      * closed) when the employee has none.
       OPEN-CURRENT-CONTRACT.
           PERFORM OPEN-CONTRACT-FILE-IO
           IF NOT OK OF CONTRACT-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-EMP-ID OF CONTRACT-SVC-REQ TO WS-EMP-ID-STR
           PERFORM FIND-LATEST-CONTRACT

           IF CONTRACT-NOT-FOUND
                   OR NOT CONTRACT-CURRENT OF WS-PRIOR-CONTRACT
               CLOSE CONTRACT-FILE
               MOVE 404 TO STATUS-CODE-N OF CONTRACT-SVC-RES
               MOVE 'No current contract for employee'
                   TO STATUS-MSG OF CONTRACT-SVC-RES
           END-IF
           .

      * REWRITE-CURRENT-CONTRACT: Re-reads the current term by key,
      * rewrites it as WS-TEMP-CONTRACT, closes the file and audits
      * the change.
       REWRITE-CURRENT-CONTRACT.
           MOVE EMP-ID OF WS-PRIOR-CONTRACT TO WS-EMP-ID-STR
           MOVE WS-EMP-ID-STR TO CTR-REC-KEY1
           MOVE CONTRACT-SEQ OF WS-PRIOR-CONTRACT TO WS-SEQ-STR
           MOVE WS-SEQ-STR TO CTR-REC-KEY2
           READ CONTRACT-FILE
               INVALID KEY
                   CLOSE CONTRACT-FILE
                   MOVE 500 TO STATUS-CODE-N OF CONTRACT-SVC-RES
                   MOVE 'Failed to re-read current contract'
                       TO STATUS-MSG OF CONTRACT-SVC-RES
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO REC-VERSION OF WS-TEMP-CONTRACT
           MOVE USER-ID OF CONTRACT-SVC-REQ
               TO MODIFIED-BY OF WS-TEMP-CONTRACT
           MOVE WS-CURRENT-TIMESTAMP
               TO MODIFIED-AT OF WS-TEMP-CONTRACT
           MOVE WS-TEMP-CONTRACT TO CONTRACT-RECORD
           REWRITE CONTRACT-RECORD
           IF NOT FILE-OK
               CLOSE CONTRACT-FILE
               MOVE 500 TO STATUS-CODE-N OF CONTRACT-SVC-RES
               MOVE 'Failed to update contract record'
                   TO STATUS-MSG OF CONTRACT-SVC-RES
               EXIT PARAGRAPH
           END-IF
           CLOSE CONTRACT-FILE

           MOVE 0 TO STATUS-CODE-N OF CONTRACT-SVC-RES
           MOVE WS-TEMP-CONTRACT TO OUT-CONTRACT OF CONTRACT-SVC-RES

           INITIALIZE WS-AUDIT-REC
           MOVE 'UPDATE' TO ACTION OF WS-AUDIT-REC
           MOVE 'CTR' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE EMP-ID OF WS-TEMP-CONTRACT
               TO ENTITY-ID OF WS-AUDIT-REC
           MOVE USER-ID OF CONTRACT-SVC-REQ
               TO USER-ID OF WS-AUDIT-REC
           MOVE CORR-ID OF CONTRACT-SVC-REQ
               TO CORR-ID OF WS-AUDIT-REC
           MOVE WS-PRIOR-CONTRACT TO BEFORE-VALUE OF WS-AUDIT-REC
           MOVE WS-TEMP-CONTRACT TO AFTER-VALUE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC
           .

       OPEN-CONTRACT-FILE-IO.
      *    Pre: None
      *    Post: CONTRACT-FILE open I-O (created first if it didn't
