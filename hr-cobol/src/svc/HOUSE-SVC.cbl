       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSE-SVC.
      ******************************************************************
      * HOUSE-SVC - Company Housing Service
      * Purpose: Maintains the company housing master - the flats
      *          the company leases for its employees, their lease
      *          and rent terms, the statutory rental value worked
      *          out from the fixed-asset tax figures, and who lives
      *          in each - and answers, for an employee and pay
      *          period, the rent to deduct, the taxable benefit-in-
      *          kind when the rent is under half the statutory
      *          value, and what the housing costs the company.
      *          PAY-SVC charges every regular run from CHARGE;
      *          HOUSERPT reports occupancy from the same file.
      * Operations: ADD, FIND, UPDATE, MOVE-IN, MOVE-OUT, CHARGE
      * Pre: Valid request with OP-CODE, USER-ID, CORR-ID
      * Post: Response with STATUS-CODE-N and STATUS-MSG
      * Note: HOUSING-FILE is owned by this service directly, the
      *       way LOC-SVC owns location.dat - keyed on
      *       PROPERTY-CODE. CHARGE reads the whole file: an
      *       employee is found as the current or the previous
      *       occupant of a flat.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOUSING-FILE ASSIGN TO 'hr-cobol/data/housing.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HSG-REC-KEY
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * HSG-REC-KEY occupies the PROPERTY-CODE byte range (positions
      * 12-19 of the 300-byte record).
       FD  HOUSING-FILE.
       01  HOUSING-RECORD.
           05  FILLER               PIC X(11).
           05  HSG-REC-KEY          PIC X(8).
           05  FILLER               PIC X(281).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'HOUSE-SVC'.
       01  WS-VERSION              PIC X(10) VALUE '1.0.0'.

      * Statutory rental value of employee housing, per month: the
      * building's fixed-asset tax value x 0.2%, plus 12 yen per
      * 3.3 square meters of floor area, plus the land's value x
      * 0.22%. Rent of at least half of it is not a benefit.
       78  STAT-BLDG-RATE          VALUE 0.002.
       78  STAT-LAND-RATE          VALUE 0.0022.
       78  STAT-AREA-YEN           VALUE 12.
       78  STAT-AREA-UNIT          VALUE 3.3.
       78  MAX-CHARGES             VALUE 3.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK                 VALUE '00'.
           88  FILE-EOF                VALUE '10'.
           88  FILE-NOT-FOUND          VALUE '35'.
           88  FILE-DUP-KEY            VALUE '22'.

      * Working storage for date and timestamp
       01  WS-DATE-1               PIC 9(8).
       01  WS-CURRENT-TIME         PIC 9(6).
       01  WS-CURRENT-TIMESTAMP    PIC 9(14).

      * Working storage for DATE-UTIL calls
       01  WS-DATE-OPERATION       PIC X(2).
       01  WS-DATE-UTIL-D1         PIC 9(8).
       01  WS-DATE-UTIL-D2         PIC 9(8).
       01  WS-DATE-UTIL-RESULT     PIC S9(9).
       01  WS-DATE-UTIL-STATUS     PIC 9.

       01  WS-TEMP-HOUSING.
           COPY housing REPLACING ==05== BY ==10==.
       01  WS-PRIOR-HOUSING.
           COPY housing REPLACING ==05== BY ==10==.

      * Working storage for EMP-SVC calls - only an employee on
      * file can be housed
           COPY emp-req.
           COPY emp-res.

      * Working storage for AUDIT-LOG calls
       01  WS-AUDIT-REC.
           COPY audit.

      * CHARGE work fields - the pay period's first and last days,
      * and the nights one occupancy spans inside it; amounts are
      * taken to the whole yen, rounded down
       01  WS-PERIOD-YY            PIC 9(4).
       01  WS-PERIOD-MM            PIC 9(2).
       01  WS-LEAP-QUOT            PIC 9(4).
       01  WS-LEAP-REM             PIC 9(4).
       01  WS-MONTH-DAYS           PIC 9(2).
       01  WS-PERIOD-FIRST         PIC 9(8).
       01  WS-PERIOD-LAST          PIC 9(8).
       01  WS-STAY-IN              PIC 9(8).
       01  WS-STAY-OUT             PIC 9(8).
       01  WS-STAY-FROM            PIC 9(8).
       01  WS-STAY-TO              PIC 9(8).
       01  WS-STAY-DAYS            PIC 9(2).
       01  WS-YEN                  PIC 9(7).
       01  WS-FULL-LEASE           PIC 9(7)V99.
       01  WS-SCAN-SW              PIC X.
           88  SCAN-DONE               VALUE 'Y'.
           88  SCAN-NOT-DONE           VALUE 'N'.

       LINKAGE SECTION.
           COPY hous-req.
           COPY hous-res.

       PROCEDURE DIVISION USING HOUSE-SVC-REQ HOUSE-SVC-RES.

       MAIN-PROCESS.
      *    Initialize response
           INITIALIZE HOUSE-SVC-RES
           MOVE CORR-ID OF HOUSE-SVC-REQ
               TO CORR-ID OF HOUSE-SVC-RES

      *    Get current date and timestamp
           ACCEPT WS-DATE-1 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-DATE-1 WS-CURRENT-TIME
               DELIMITED BY SIZE
               INTO WS-CURRENT-TIMESTAMP

      *    Route to operation
           EVALUATE TRUE
               WHEN OP-ADD OF HOUSE-SVC-REQ
                   PERFORM ADD-PROPERTY
               WHEN OP-FIND OF HOUSE-SVC-REQ
                   PERFORM FIND-PROPERTY
               WHEN OP-UPDATE OF HOUSE-SVC-REQ
                   PERFORM UPDATE-PROPERTY
               WHEN OP-MOVE-IN OF HOUSE-SVC-REQ
                   PERFORM MOVE-IN-OCCUPANT
               WHEN OP-MOVE-OUT OF HOUSE-SVC-REQ
                   PERFORM MOVE-OUT-OCCUPANT
               WHEN OP-CHARGE OF HOUSE-SVC-REQ
                   PERFORM CHARGE-FOR-PERIOD
               WHEN OTHER
                   MOVE 422 TO STATUS-CODE-N OF HOUSE-SVC-RES
                   MOVE 'Invalid operation code'
                       TO STATUS-MSG OF HOUSE-SVC-RES
           END-EVALUATE

           GOBACK
           .

       ADD-PROPERTY.
      *    Pre: IN-HOUSING populated with PROPERTY-CODE, name, the
      *         lease and rent terms and the statutory value inputs
      *    Post: Property written vacant, its statutory rental value
      *          worked out; 409 if the code is already on file

           PERFORM VALIDATE-PROPERTY
           IF NOT OK OF HOUSE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE IN-HOUSING OF HOUSE-SVC-REQ TO WS-TEMP-HOUSING
           MOVE 1 TO RECORD-VERSION OF WS-TEMP-HOUSING
           MOVE 1 TO REC-VERSION OF WS-TEMP-HOUSING
           SET LEASE-ACTIVE OF WS-TEMP-HOUSING TO TRUE
           IF LEASE-END OF WS-TEMP-HOUSING < WS-DATE-1
               SET LEASE-ENDED OF WS-TEMP-HOUSING TO TRUE
           END-IF
           MOVE 0 TO OCCUPANT-EMP-ID OF WS-TEMP-HOUSING
           MOVE 0 TO MOVE-IN-DATE OF WS-TEMP-HOUSING
           MOVE 0 TO MOVE-OUT-DATE OF WS-TEMP-HOUSING
           MOVE 0 TO PREV-OCCUPANT-EMP-ID OF WS-TEMP-HOUSING
           MOVE 0 TO PREV-MOVE-IN-DATE OF WS-TEMP-HOUSING
           MOVE 0 TO PREV-MOVE-OUT-DATE OF WS-TEMP-HOUSING
           PERFORM COMPUTE-STATUTORY-RENT
           MOVE USER-ID OF HOUSE-SVC-REQ(1:8)
               TO CREATED-BY OF WS-TEMP-HOUSING
           MOVE WS-CURRENT-TIMESTAMP TO CREATED-AT OF WS-TEMP-HOUSING
           MOVE SPACES TO MODIFIED-BY OF WS-TEMP-HOUSING
           MOVE 0 TO MODIFIED-AT OF WS-TEMP-HOUSING

           PERFORM OPEN-HOUSING-FILE-IO
           IF NOT OK OF HOUSE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TEMP-HOUSING TO HOUSING-RECORD
           WRITE HOUSING-RECORD

           IF FILE-DUP-KEY
               MOVE 409 TO STATUS-CODE-N OF HOUSE-SVC-RES
               MOVE 'Property code already on file'
                   TO STATUS-MSG OF HOUSE-SVC-RES
               CLOSE HOUSING-FILE
               EXIT PARAGRAPH
           END-IF
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF HOUSE-SVC-RES
               MOVE 'Failed to write housing record'
                   TO STATUS-MSG OF HOUSE-SVC-RES
               CLOSE HOUSING-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE HOUSING-FILE

           INITIALIZE WS-AUDIT-REC
           MOVE 'CREATE' TO ACTION OF WS-AUDIT-REC
           MOVE 'HSG' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE PROPERTY-CODE OF WS-TEMP-HOUSING
               TO ENTITY-ID OF WS-AUDIT-REC
           MOVE USER-ID OF HOUSE-SVC-REQ TO USER-ID OF WS-AUDIT-REC
           MOVE CORR-ID OF HOUSE-SVC-REQ TO CORR-ID OF WS-AUDIT-REC
           MOVE WS-TEMP-HOUSING TO AFTER-VALUE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC

           MOVE 0 TO STATUS-CODE-N OF HOUSE-SVC-RES
           MOVE 'Property added' TO STATUS-MSG OF HOUSE-SVC-RES
           MOVE WS-TEMP-HOUSING TO OUT-HOUSING OF HOUSE-SVC-RES
           .

      * VALIDATE-PROPERTY: Code and name are required, the lease
      * must have a valid start date and end on or after it (an
      * open lease is OPEN-ENDED-DATE), and the floor area is
      * needed for the statutory rental value.
       VALIDATE-PROPERTY.
           MOVE 0 TO STATUS-CODE-N OF HOUSE-SVC-RES

           IF PROPERTY-CODE OF IN-HOUSING OF HOUSE-SVC-REQ = SPACES
                   OR PROPERTY-NAME OF IN-HOUSING OF HOUSE-SVC-REQ
                       = SPACES
               MOVE 422 TO STATUS-CODE-N OF HOUSE-SVC-RES
               MOVE 'PROPERTY-CODE and PROPERTY-NAME required'
                   TO STATUS-MSG OF HOUSE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF FLOOR-AREA OF IN-HOUSING OF HOUSE-SVC-REQ = 0
               MOVE 422 TO STATUS-CODE-N OF HOUSE-SVC-RES
               MOVE 'FLOOR-AREA is required'
                   TO STATUS-MSG OF HOUSE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE 'V ' TO WS-DATE-OPERATION
           MOVE LEASE-START OF IN-HOUSING OF HOUSE-SVC-REQ
               TO WS-DATE-UTIL-D1
           CALL 'DATE-UTIL' USING WS-DATE-OPERATION
                                  WS-DATE-UTIL-D1
                                  WS-DATE-UTIL-D2
                                  WS-DATE-UTIL-RESULT
                                  WS-DATE-UTIL-STATUS
           IF WS-DATE-UTIL-STATUS NOT = 0
               MOVE 422 TO STATUS-CODE-N OF HOUSE-SVC-RES
               MOVE 'LEASE-START is not a valid YYYYMMDD date'
                   TO STATUS-MSG OF HOUSE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           IF LEASE-END OF IN-HOUSING OF HOUSE-SVC-REQ = 0
               MOVE OPEN-ENDED-DATE
                   TO LEASE-END OF IN-HOUSING OF HOUSE-SVC-REQ
           END-IF
           IF LEASE-END OF IN-HOUSING OF HOUSE-SVC-REQ
                   < LEASE-START OF IN-HOUSING OF HOUSE-SVC-REQ
               MOVE 422 TO STATUS-CODE-N OF HOUSE-SVC-RES
               MOVE 'LEASE-END is before LEASE-START'
                   TO STATUS-MSG OF HOUSE-SVC-RES
           END-IF
           .

      * COMPUTE-STATUTORY-RENT: The monthly statutory rental value
      * of WS-TEMP-HOUSING from its fixed-asset tax figures and
      * floor area, whole yen rounded down.
       COMPUTE-STATUTORY-RENT.
           COMPUTE WS-YEN =
               BLDG-TAX-VALUE OF WS-TEMP-HOUSING * STAT-BLDG-RATE
               + STAT-AREA-YEN * FLOOR-AREA OF WS-TEMP-HOUSING
                   / STAT-AREA-UNIT
               + LAND-TAX-VALUE OF WS-TEMP-HOUSING * STAT-LAND-RATE
           MOVE WS-YEN TO STATUTORY-RENT OF WS-TEMP-HOUSING
           .

       FIND-PROPERTY.
      *    Pre: Q-PROPERTY-CODE populated
      *    Post: OUT-HOUSING carries the property

           OPEN INPUT HOUSING-FILE
           IF FILE-NOT-FOUND
               MOVE 404 TO STATUS-CODE-N OF HOUSE-SVC-RES
               MOVE 'No company housing on file'
                   TO STATUS-MSG OF HOUSE-SVC-RES
               EXIT PARAGRAPH
           END-IF
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF HOUSE-SVC-RES
               MOVE 'Cannot open housing file'
                   TO STATUS-MSG OF HOUSE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-PROPERTY-CODE OF HOUSE-SVC-REQ TO HSG-REC-KEY
           READ HOUSING-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF HOUSE-SVC-RES
                   MOVE 'Property not on file'
                       TO STATUS-MSG OF HOUSE-SVC-RES
               NOT INVALID KEY
                   MOVE HOUSING-RECORD TO WS-TEMP-HOUSING
                   MOVE WS-TEMP-HOUSING
                       TO OUT-HOUSING OF HOUSE-SVC-RES
                   MOVE 0 TO STATUS-CODE-N OF HOUSE-SVC-RES
                   MOVE 'Property answered'
                       TO STATUS-MSG OF HOUSE-SVC-RES
           END-READ

           CLOSE HOUSING-FILE
           .

       UPDATE-PROPERTY.
      *    Pre: IN-HOUSING populated (PROPERTY-CODE locates it)
      *    Post: Name, lease and rent terms and the statutory value
      *          inputs replaced and the value worked out again;
      *          the occupancy is left as MOVE-IN / MOVE-OUT set it

           PERFORM VALIDATE-PROPERTY
           IF NOT OK OF HOUSE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-HOUSING-FILE-IO
           IF NOT OK OF HOUSE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE PROPERTY-CODE OF IN-HOUSING OF HOUSE-SVC-REQ
               TO HSG-REC-KEY
           READ HOUSING-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF HOUSE-SVC-RES
                   MOVE 'Property not on file'
                       TO STATUS-MSG OF HOUSE-SVC-RES
                   CLOSE HOUSING-FILE
                   EXIT PARAGRAPH
           END-READ

           MOVE HOUSING-RECORD TO WS-PRIOR-HOUSING
           MOVE WS-PRIOR-HOUSING TO WS-TEMP-HOUSING
           MOVE PROPERTY-NAME OF IN-HOUSING OF HOUSE-SVC-REQ
               TO PROPERTY-NAME OF WS-TEMP-HOUSING
           MOVE LEASE-COST OF IN-HOUSING OF HOUSE-SVC-REQ
               TO LEASE-COST OF WS-TEMP-HOUSING
           MOVE EMPLOYEE-RENT OF IN-HOUSING OF HOUSE-SVC-REQ
               TO EMPLOYEE-RENT OF WS-TEMP-HOUSING
           MOVE BLDG-TAX-VALUE OF IN-HOUSING OF HOUSE-SVC-REQ
               TO BLDG-TAX-VALUE OF WS-TEMP-HOUSING
           MOVE LAND-TAX-VALUE OF IN-HOUSING OF HOUSE-SVC-REQ
               TO LAND-TAX-VALUE OF WS-TEMP-HOUSING
           MOVE FLOOR-AREA OF IN-HOUSING OF HOUSE-SVC-REQ
               TO FLOOR-AREA OF WS-TEMP-HOUSING
           MOVE LEASE-START OF IN-HOUSING OF HOUSE-SVC-REQ
               TO LEASE-START OF WS-TEMP-HOUSING
           MOVE LEASE-END OF IN-HOUSING OF HOUSE-SVC-REQ
               TO LEASE-END OF WS-TEMP-HOUSING
           IF LEASE-END OF WS-TEMP-HOUSING < WS-DATE-1
               SET LEASE-ENDED OF WS-TEMP-HOUSING TO TRUE
           ELSE
               SET LEASE-ACTIVE OF WS-TEMP-HOUSING TO TRUE
           END-IF
           PERFORM COMPUTE-STATUTORY-RENT

           PERFORM REWRITE-HOUSING
           IF NOT OK OF HOUSE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE 'UPDATE' TO ACTION OF WS-AUDIT-REC
           PERFORM AUDIT-HOUSING-CHANGE
           MOVE 'Property updated' TO STATUS-MSG OF HOUSE-SVC-RES
           .

       MOVE-IN-OCCUPANT.
      *    Pre: Q-PROPERTY-CODE, Q-EMP-ID and Q-DATE (the first
      *         night in the flat)
      *    Post: The employee is the current occupant from Q-DATE;
      *          the one before them, if any, moves to the previous
      *          occupant fields. 409 while someone still lives
      *          there on that date.

           INITIALIZE EMP-SVC-REQ
           INITIALIZE EMP-SVC-RES
           MOVE 'F' TO OP-CODE OF EMP-SVC-REQ
           MOVE USER-ID OF HOUSE-SVC-REQ TO USER-ID OF EMP-SVC-REQ
           MOVE CORR-ID OF HOUSE-SVC-REQ TO CORR-ID OF EMP-SVC-REQ
           MOVE Q-EMP-ID OF HOUSE-SVC-REQ TO Q-EMP-ID OF EMP-SVC-REQ
           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES
           IF NOT OK OF EMP-SVC-RES
               MOVE 404 TO STATUS-CODE-N OF HOUSE-SVC-RES
               MOVE 'Employee not found'
                   TO STATUS-MSG OF HOUSE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM VALIDATE-Q-DATE
           IF NOT OK OF HOUSE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-HOUSING-FILE-IO
           IF NOT OK OF HOUSE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-PROPERTY-CODE OF HOUSE-SVC-REQ TO HSG-REC-KEY
           READ HOUSING-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF HOUSE-SVC-RES
                   MOVE 'Property not on file'
                       TO STATUS-MSG OF HOUSE-SVC-RES
                   CLOSE HOUSING-FILE
                   EXIT PARAGRAPH
           END-READ

           MOVE HOUSING-RECORD TO WS-PRIOR-HOUSING
           MOVE WS-PRIOR-HOUSING TO WS-TEMP-HOUSING

           IF LEASE-ENDED OF WS-TEMP-HOUSING
                   OR Q-DATE OF HOUSE-SVC-REQ
                       < LEASE-START OF WS-TEMP-HOUSING
                   OR Q-DATE OF HOUSE-SVC-REQ
                       > LEASE-END OF WS-TEMP-HOUSING
               MOVE 422 TO STATUS-CODE-N OF HOUSE-SVC-RES
               MOVE 'Move-in date is outside the lease'
                   TO STATUS-MSG OF HOUSE-SVC-RES
               CLOSE HOUSING-FILE
               EXIT PARAGRAPH
           END-IF

           IF OCCUPANT-EMP-ID OF WS-TEMP-HOUSING NOT = 0
                   AND MOVE-OUT-DATE OF WS-TEMP-HOUSING
                       >= Q-DATE OF HOUSE-SVC-REQ
               MOVE 409 TO STATUS-CODE-N OF HOUSE-SVC-RES
               MOVE 'Property is still occupied on that date'
                   TO STATUS-MSG OF HOUSE-SVC-RES
               CLOSE HOUSING-FILE
               EXIT PARAGRAPH
           END-IF

           IF OCCUPANT-EMP-ID OF WS-TEMP-HOUSING NOT = 0
               MOVE OCCUPANT-EMP-ID OF WS-TEMP-HOUSING
                   TO PREV-OCCUPANT-EMP-ID OF WS-TEMP-HOUSING
               MOVE MOVE-IN-DATE OF WS-TEMP-HOUSING
                   TO PREV-MOVE-IN-DATE OF WS-TEMP-HOUSING
               MOVE MOVE-OUT-DATE OF WS-TEMP-HOUSING
                   TO PREV-MOVE-OUT-DATE OF WS-TEMP-HOUSING
           END-IF
           MOVE Q-EMP-ID OF HOUSE-SVC-REQ
               TO OCCUPANT-EMP-ID OF WS-TEMP-HOUSING
           MOVE Q-DATE OF HOUSE-SVC-REQ
               TO MOVE-IN-DATE OF WS-TEMP-HOUSING
           MOVE OPEN-ENDED-DATE TO MOVE-OUT-DATE OF WS-TEMP-HOUSING

           PERFORM REWRITE-HOUSING
           IF NOT OK OF HOUSE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE 'MOVE-IN' TO ACTION OF WS-AUDIT-REC
           PERFORM AUDIT-HOUSING-CHANGE
           MOVE 'Occupant moved in' TO STATUS-MSG OF HOUSE-SVC-RES
           .

       MOVE-OUT-OCCUPANT.
      *    Pre: Q-PROPERTY-CODE and Q-DATE (the occupant's last
      *         night in the flat)
      *    Post: MOVE-OUT-DATE set; the rent stops after it

           PERFORM VALIDATE-Q-DATE
           IF NOT OK OF HOUSE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-HOUSING-FILE-IO
           IF NOT OK OF HOUSE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE Q-PROPERTY-CODE OF HOUSE-SVC-REQ TO HSG-REC-KEY
           READ HOUSING-FILE
               INVALID KEY
                   MOVE 404 TO STATUS-CODE-N OF HOUSE-SVC-RES
                   MOVE 'Property not on file'
                       TO STATUS-MSG OF HOUSE-SVC-RES
                   CLOSE HOUSING-FILE
                   EXIT PARAGRAPH
           END-READ

           MOVE HOUSING-RECORD TO WS-PRIOR-HOUSING
           MOVE WS-PRIOR-HOUSING TO WS-TEMP-HOUSING

           IF OCCUPANT-EMP-ID OF WS-TEMP-HOUSING = 0
               MOVE 422 TO STATUS-CODE-N OF HOUSE-SVC-RES
               MOVE 'Property has no occupant'
                   TO STATUS-MSG OF HOUSE-SVC-RES
               CLOSE HOUSING-FILE
               EXIT PARAGRAPH
           END-IF
           IF Q-DATE OF HOUSE-SVC-REQ
                   < MOVE-IN-DATE OF WS-TEMP-HOUSING
               MOVE 422 TO STATUS-CODE-N OF HOUSE-SVC-RES
               MOVE 'Move-out date is before the move-in date'
                   TO STATUS-MSG OF HOUSE-SVC-RES
               CLOSE HOUSING-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE Q-DATE OF HOUSE-SVC-REQ
               TO MOVE-OUT-DATE OF WS-TEMP-HOUSING

           PERFORM REWRITE-HOUSING
           IF NOT OK OF HOUSE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE 'MOVE-OUT' TO ACTION OF WS-AUDIT-REC
           PERFORM AUDIT-HOUSING-CHANGE
           MOVE 'Occupant moved out' TO STATUS-MSG OF HOUSE-SVC-RES
           .

       VALIDATE-Q-DATE.
           MOVE 0 TO STATUS-CODE-N OF HOUSE-SVC-RES
           MOVE 'V ' TO WS-DATE-OPERATION
           MOVE Q-DATE OF HOUSE-SVC-REQ TO WS-DATE-UTIL-D1
           CALL 'DATE-UTIL' USING WS-DATE-OPERATION
                                  WS-DATE-UTIL-D1
                                  WS-DATE-UTIL-D2
                                  WS-DATE-UTIL-RESULT
                                  WS-DATE-UTIL-STATUS
           IF WS-DATE-UTIL-STATUS NOT = 0
               MOVE 422 TO STATUS-CODE-N OF HOUSE-SVC-RES
               MOVE 'Q-DATE is not a valid YYYYMMDD date'
                   TO STATUS-MSG OF HOUSE-SVC-RES
           END-IF
           .

      * REWRITE-HOUSING: Stamps WS-TEMP-HOUSING and rewrites it over
      * the record just read, closing the file.
       REWRITE-HOUSING.
           ADD 1 TO REC-VERSION OF WS-TEMP-HOUSING
           MOVE USER-ID OF HOUSE-SVC-REQ(1:8)
               TO MODIFIED-BY OF WS-TEMP-HOUSING
           MOVE WS-CURRENT-TIMESTAMP TO MODIFIED-AT OF WS-TEMP-HOUSING

           MOVE WS-TEMP-HOUSING TO HOUSING-RECORD
           REWRITE HOUSING-RECORD

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF HOUSE-SVC-RES
               MOVE 'Failed to rewrite housing record'
                   TO STATUS-MSG OF HOUSE-SVC-RES
               CLOSE HOUSING-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE HOUSING-FILE
           MOVE 0 TO STATUS-CODE-N OF HOUSE-SVC-RES
           MOVE WS-TEMP-HOUSING TO OUT-HOUSING OF HOUSE-SVC-RES
           .

      * AUDIT-HOUSING-CHANGE: Before and after images of a change
      * to an existing property; ACTION is set by the caller.
       AUDIT-HOUSING-CHANGE.
           MOVE 'HSG' TO ENTITY-TYPE OF WS-AUDIT-REC
           MOVE PROPERTY-CODE OF WS-TEMP-HOUSING
               TO ENTITY-ID OF WS-AUDIT-REC
           MOVE USER-ID OF HOUSE-SVC-REQ TO USER-ID OF WS-AUDIT-REC
           MOVE CORR-ID OF HOUSE-SVC-REQ TO CORR-ID OF WS-AUDIT-REC
           MOVE WS-PRIOR-HOUSING TO BEFORE-VALUE OF WS-AUDIT-REC
           MOVE WS-TEMP-HOUSING TO AFTER-VALUE OF WS-AUDIT-REC
           CALL 'AUDIT-LOG' USING WS-AUDIT-REC
           .

       CHARGE-FOR-PERIOD.
      *    Pre: Q-EMP-ID and Q-PAY-PERIOD (YYYYMM) populated
      *    Post: CHARGE-ENTRY per flat the employee lived in during
      *          the period - current or previous occupant - with
      *          the rent, statutory value, benefit and cost for the
      *          nights occupied. CHARGE-COUNT zero (still OK) when
      *          the employee is not in company housing.

           MOVE 0 TO CHARGE-COUNT OF HOUSE-SVC-RES
           MOVE 0 TO STATUS-CODE-N OF HOUSE-SVC-RES
           MOVE 'Housing charge answered'
               TO STATUS-MSG OF HOUSE-SVC-RES

      *    Days in the period's month, with February by leap year
           DIVIDE Q-PAY-PERIOD OF HOUSE-SVC-REQ BY 100
               GIVING WS-PERIOD-YY REMAINDER WS-PERIOD-MM
           EVALUATE WS-PERIOD-MM
               WHEN 2
                   DIVIDE WS-PERIOD-YY BY 4 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = 0
                       MOVE 29 TO WS-MONTH-DAYS
                   ELSE
                       MOVE 28 TO WS-MONTH-DAYS
                   END-IF
               WHEN 4  MOVE 30 TO WS-MONTH-DAYS
               WHEN 6  MOVE 30 TO WS-MONTH-DAYS
               WHEN 9  MOVE 30 TO WS-MONTH-DAYS
               WHEN 11 MOVE 30 TO WS-MONTH-DAYS
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE
           COMPUTE WS-PERIOD-FIRST =
               Q-PAY-PERIOD OF HOUSE-SVC-REQ * 100 + 1
           COMPUTE WS-PERIOD-LAST =
               Q-PAY-PERIOD OF HOUSE-SVC-REQ * 100 + WS-MONTH-DAYS

           OPEN INPUT HOUSING-FILE
           IF FILE-NOT-FOUND
               EXIT PARAGRAPH
           END-IF
           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF HOUSE-SVC-RES
               MOVE 'Cannot open housing file'
                   TO STATUS-MSG OF HOUSE-SVC-RES
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO HSG-REC-KEY
           START HOUSING-FILE KEY IS NOT LESS THAN HSG-REC-KEY
               INVALID KEY
                   CLOSE HOUSING-FILE
                   EXIT PARAGRAPH
           END-START

           SET SCAN-NOT-DONE TO TRUE
           PERFORM CHARGE-ONE-PROPERTY UNTIL SCAN-DONE

           CLOSE HOUSING-FILE
           .

       CHARGE-ONE-PROPERTY.
           READ HOUSING-FILE NEXT
               AT END
                   SET SCAN-DONE TO TRUE
                   EXIT PARAGRAPH
           END-READ
           MOVE HOUSING-RECORD TO WS-TEMP-HOUSING

           IF OCCUPANT-EMP-ID OF WS-TEMP-HOUSING
                   = Q-EMP-ID OF HOUSE-SVC-REQ
               MOVE MOVE-IN-DATE OF WS-TEMP-HOUSING TO WS-STAY-IN
               MOVE MOVE-OUT-DATE OF WS-TEMP-HOUSING TO WS-STAY-OUT
               PERFORM CHARGE-ONE-STAY
           END-IF
           IF PREV-OCCUPANT-EMP-ID OF WS-TEMP-HOUSING
                   = Q-EMP-ID OF HOUSE-SVC-REQ
               MOVE PREV-MOVE-IN-DATE OF WS-TEMP-HOUSING TO WS-STAY-IN
               MOVE PREV-MOVE-OUT-DATE OF WS-TEMP-HOUSING
                   TO WS-STAY-OUT
               PERFORM CHARGE-ONE-STAY
           END-IF
           .

      * CHARGE-ONE-STAY: The nights of WS-STAY-IN..WS-STAY-OUT that
      * fall inside the period, priced off WS-TEMP-HOUSING's terms.
      * The rent and the statutory value are prorated the same way,
      * so the half-value test gives the same answer in a part
      * month as in a full one.
       CHARGE-ONE-STAY.
           IF WS-STAY-IN > WS-PERIOD-LAST
                   OR WS-STAY-OUT < WS-PERIOD-FIRST
               EXIT PARAGRAPH
           END-IF
           IF CHARGE-COUNT OF HOUSE-SVC-RES >= MAX-CHARGES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-STAY-IN TO WS-STAY-FROM
           IF WS-STAY-FROM < WS-PERIOD-FIRST
               MOVE WS-PERIOD-FIRST TO WS-STAY-FROM
           END-IF
           MOVE WS-STAY-OUT TO WS-STAY-TO
           IF WS-STAY-TO > WS-PERIOD-LAST
               MOVE WS-PERIOD-LAST TO WS-STAY-TO
           END-IF
           COMPUTE WS-STAY-DAYS = WS-STAY-TO - WS-STAY-FROM + 1

           ADD 1 TO CHARGE-COUNT OF HOUSE-SVC-RES
           MOVE PROPERTY-CODE OF WS-TEMP-HOUSING
               TO CHG-PROPERTY-CODE(CHARGE-COUNT OF HOUSE-SVC-RES)
           MOVE WS-STAY-DAYS
               TO CHG-DAYS(CHARGE-COUNT OF HOUSE-SVC-RES)
           MOVE WS-MONTH-DAYS
               TO CHG-MONTH-DAYS(CHARGE-COUNT OF HOUSE-SVC-RES)

           IF WS-STAY-DAYS = WS-MONTH-DAYS
               MOVE EMPLOYEE-RENT OF WS-TEMP-HOUSING
                   TO CHG-RENT(CHARGE-COUNT OF HOUSE-SVC-RES)
               MOVE STATUTORY-RENT OF WS-TEMP-HOUSING
                   TO CHG-STATUTORY(CHARGE-COUNT OF HOUSE-SVC-RES)
               MOVE LEASE-COST OF WS-TEMP-HOUSING TO WS-FULL-LEASE
           ELSE
               COMPUTE WS-YEN = EMPLOYEE-RENT OF WS-TEMP-HOUSING
                   * WS-STAY-DAYS / WS-MONTH-DAYS
               MOVE WS-YEN TO CHG-RENT(CHARGE-COUNT OF HOUSE-SVC-RES)
               COMPUTE WS-YEN = STATUTORY-RENT OF WS-TEMP-HOUSING
                   * WS-STAY-DAYS / WS-MONTH-DAYS
               MOVE WS-YEN
                   TO CHG-STATUTORY(CHARGE-COUNT OF HOUSE-SVC-RES)
               COMPUTE WS-YEN = LEASE-COST OF WS-TEMP-HOUSING
                   * WS-STAY-DAYS / WS-MONTH-DAYS
               MOVE WS-YEN TO WS-FULL-LEASE
           END-IF

      *    Rent of at least half the statutory value is no benefit;
      *    below it the whole shortfall is
           MOVE 0 TO CHG-BENEFIT(CHARGE-COUNT OF HOUSE-SVC-RES)
           IF CHG-RENT(CHARGE-COUNT OF HOUSE-SVC-RES) * 2
                   < CHG-STATUTORY(CHARGE-COUNT OF HOUSE-SVC-RES)
               COMPUTE CHG-BENEFIT(CHARGE-COUNT OF HOUSE-SVC-RES)
                   = CHG-STATUTORY(CHARGE-COUNT OF HOUSE-SVC-RES)
                   - CHG-RENT(CHARGE-COUNT OF HOUSE-SVC-RES)
           END-IF

           MOVE 0 TO CHG-HOUSING-COST(CHARGE-COUNT OF HOUSE-SVC-RES)
           IF WS-FULL-LEASE > CHG-RENT(CHARGE-COUNT OF HOUSE-SVC-RES)
               COMPUTE CHG-HOUSING-COST(CHARGE-COUNT OF HOUSE-SVC-RES)
                   = WS-FULL-LEASE
                   - CHG-RENT(CHARGE-COUNT OF HOUSE-SVC-RES)
           END-IF
           .

       OPEN-HOUSING-FILE-IO.
      *    Pre: None
      *    Post: HOUSING-FILE open I-O (created first if it didn't
      *          exist), STATUS-CODE-N set

           OPEN I-O HOUSING-FILE

           IF FILE-NOT-FOUND
      *        Create new file
               OPEN OUTPUT HOUSING-FILE
               CLOSE HOUSING-FILE
               OPEN I-O HOUSING-FILE
           END-IF

           IF NOT FILE-OK
               MOVE 500 TO STATUS-CODE-N OF HOUSE-SVC-RES
               MOVE 'Cannot open housing file'
                   TO STATUS-MSG OF HOUSE-SVC-RES
           ELSE
               MOVE 0 TO STATUS-CODE-N OF HOUSE-SVC-RES
           END-IF
           .

       END PROGRAM HOUSE-SVC.
