      ******************************************************************
      * ESSREQ.CPY - Employee self-service change request record
      * Purpose: One fixed-layout row of the HR portal's daily file
      *          of changes employees submitted about themselves -
      *          a new address, a salary bank account, a dependent
      *          added or ended, or a new commuting pass. IMPESS
      *          validates each with the owning service's checks and
      *          queues it on the EMPAPPR-SVC worklist; the outcome
      *          goes back to the portal in essrsp.cpy rows.
      *          ES-SUBMITTED-AT is the portal's YYYYMMDDHHMMSS.
      * Pre: Constants defined in calling program
      * Post: Complete request row structure (300 bytes)
      ******************************************************************
           05  ES-REQ-ID           PIC X(20).
           05  ES-EMP-ID           PIC 9(9).
           05  ES-CHG-KIND         PIC X.
               88  ES-ADDRESS          VALUE 'A'.
               88  ES-BANK             VALUE 'B'.
               88  ES-DEP-ADD          VALUE 'D'.
               88  ES-DEP-END          VALUE 'E'.
               88  ES-COMMUTE          VALUE 'C'.
           05  ES-SUBMITTED-AT     PIC 9(14).
      *    Kind A - the new address; lines left blank are dropped
           05  ES-ADDRESS-AREA.
               10  ES-ADDR-LINE-1      PIC X(40).
               10  ES-ADDR-LINE-2      PIC X(40).
               10  ES-ADDR-LINE-3      PIC X(40).
               10  ES-CITY             PIC X(30).
               10  ES-STATE-CODE       PIC X(10).
               10  ES-POSTAL-CODE      PIC X(10).
               10  ES-COUNTRY-CODE     PIC X(3).
               10  FILLER              PIC X(83).
      *    Kind B - the account to pay into; ES-ACCT-SEQ 0 or 1 is
      *    the main salary account, a higher one must already be on
      *    file (its split allocation is kept)
           05  ES-BANK-AREA REDEFINES ES-ADDRESS-AREA.
               10  ES-ACCT-SEQ         PIC 9(2).
               10  ES-BANK-CODE        PIC X(4).
               10  ES-BRANCH-CODE      PIC X(3).
               10  ES-ACCT-TYPE        PIC X.
               10  ES-ACCT-NUMBER      PIC X(7).
               10  ES-HOLDER-KANA      PIC X(30).
               10  FILLER              PIC X(209).
      *    Kinds D and E - the dependent to add (ES-DEP-FROM zero
      *    means from the submission date), or the DEP-SEQ to end
      *    and its last day in ES-DEP-TO
           05  ES-DEP-AREA REDEFINES ES-ADDRESS-AREA.
               10  ES-DEP-SEQ          PIC 9(2).
               10  ES-DEP-LAST-NAME    PIC X(30).
               10  ES-DEP-FIRST-NAME   PIC X(30).
               10  ES-DEP-KANA         PIC X(30).
               10  ES-DEP-BIRTH-DATE   PIC 9(8).
               10  ES-DEP-RELATIONSHIP PIC X(2).
               10  ES-DEP-TAX-FLAG     PIC X.
               10  ES-DEP-FROM         PIC 9(8).
               10  ES-DEP-TO           PIC 9(8).
               10  FILLER              PIC X(137).
      *    Kind C - the new commuting pass (2 implied decimals)
           05  ES-COMMUTE-AREA REDEFINES ES-ADDRESS-AREA.
               10  ES-COMMUTE-ROUTE    PIC X(40).
               10  ES-PASS-MONTHS      PIC 9(2).
               10  ES-PASS-AMOUNT      PIC 9(9)V99.
               10  ES-PASS-START       PIC 9(8).
               10  FILLER              PIC X(195).
