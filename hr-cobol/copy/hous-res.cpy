      ******************************************************************
      * HOUS-RES.CPY - Company housing service response structure
      * Purpose: Response structure for HOUSE-SVC operations
      ******************************************************************
       01  HOUSE-SVC-RES.
           COPY status-codes.
           05  OUT-HOUSING.
               COPY housing REPLACING ==05== BY ==10==.
      *    CHARGE: one entry per property the employee lived in
      *    during the pay period, each prorated by the nights
      *    occupied over the days in the month
           05  CHARGE-COUNT        PIC 9.
           05  CHARGE-ENTRY OCCURS 3 TIMES.
               10  CHG-PROPERTY-CODE   PIC X(8).
               10  CHG-DAYS            PIC 9(2).
               10  CHG-MONTH-DAYS      PIC 9(2).
      *        The rent to deduct
               10  CHG-RENT            PIC 9(7)V99.
      *        The statutory rental value for the nights occupied
               10  CHG-STATUTORY       PIC 9(7)V99.
      *        Taxable benefit-in-kind - the statutory value less
      *        the rent, when the rent is under half of it
               10  CHG-BENEFIT         PIC 9(7)V99.
      *        The lease cost for the nights occupied less the rent
      *        - what housing the employee costs the company
               10  CHG-HOUSING-COST    PIC 9(7)V99.
