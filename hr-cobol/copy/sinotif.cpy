      ******************************************************************
      * SINOTIF.CPY - Social insurance qualification notice record
      * Purpose: One row of the health insurance / welfare pension
      *          acquisition and loss notifications (shikaku shutoku
      *          / soshitsu todoke) in the pension office's
      *          electronic filing layout: an 'A' row per insured
      *          person acquiring coverage, an 'L' row per insured
      *          person losing it, each filed under the SI office of
      *          the establishment the employee belongs to. An 'S'
      *          row is the over-70 employee notice for someone who
      *          keeps working past the welfare pension age - it
      *          carries the acquisition area for the standard
      *          remuneration the employer reports wages on.
      * Pre: Constants defined in calling program
      * Post: Complete notice row structure (300 bytes)
      ******************************************************************
           05  SN-REC-TYPE         PIC X.
               88  SN-ACQUISITION      VALUE 'A'.
               88  SN-LOSS             VALUE 'L'.
               88  SN-OVER-70          VALUE 'S'.
      *    The pension office the establishment files under, the
      *    establishment, and the legal entity
           05  SN-OFFICE-CODE      PIC X(6).
           05  SN-LOCATION-CODE    PIC X(4).
           05  SN-COMPANY-CODE     PIC X(2).
           05  SN-EMP-ID           PIC 9(9).
      *    Individual number - the filing identifies the insured
      *    person by it; spaces when none is on file
           05  SN-MY-NUMBER        PIC X(12).
           05  SN-KANA-LAST        PIC X(30).
           05  SN-KANA-FIRST       PIC X(30).
           05  SN-LAST-NAME        PIC X(30).
           05  SN-FIRST-NAME       PIC X(30).
           05  SN-BIRTH-DATE       PIC 9(8).
      *    Acquisition date (the hire date), loss date (the day
      *    after the last day of employment), or the date an age
      *    milestone takes effect
           05  SN-EVENT-DATE       PIC 9(8).
           05  SN-ACQ-AREA.
      *        1 ordinary insured person, 2 short-hours worker
               10  SN-INSURED-TYPE     PIC X.
      *        Remuneration paid in money, in kind, and the total
      *        the standard monthly remuneration was fixed from
               10  SN-REMUN-CASH       PIC 9(9).
               10  SN-REMUN-KIND       PIC 9(9).
               10  SN-REMUN-TOTAL      PIC 9(9).
               10  SN-SI-GRADE         PIC 9(2).
               10  SN-STANDARD-REMUN   PIC 9(9).
      *        G the grade already on file, C computed from the
      *        salary and recurring allowances
               10  SN-REMUN-SOURCE     PIC X.
                   88  SN-FROM-GRADE       VALUE 'G'.
                   88  SN-FROM-COMP        VALUE 'C'.
           05  SN-LOSS-AREA REDEFINES SN-ACQ-AREA.
      *        The agency's loss reason: 4 retirement or other
      *        separation, 5 death, 7 reaching the age limit (70 for
      *        the pension, 75 for health), 9 disability recognition
               10  SN-LOSS-REASON      PIC X.
               10  SN-TERM-DATE        PIC 9(8).
               10  SN-TERM-REASON-CODE PIC X(2).
      *        Which coverage is lost - both on separation, only the
      *        welfare pension at 70, only health insurance at 75
               10  SN-LOSS-SCHEME      PIC X.
                   88  SN-LOSS-BOTH        VALUE 'B'.
                   88  SN-LOSS-PENSION     VALUE 'P'.
                   88  SN-LOSS-HEALTH      VALUE 'H'.
               10  FILLER              PIC X(28).
           05  FILLER              PIC X(90).
