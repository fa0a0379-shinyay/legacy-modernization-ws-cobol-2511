      ******************************************************************
      * PAYEXT.CPY - Sorted period payroll extract record structure
      * Purpose: One line of hr-cobol/data/extract/payext_<YYYYMM>.dat
      *          written by PAYEXTR after approval - a header line,
      *          then every payroll record of the period in company,
      *          department, employee, PAY-ID order, each carrying
      *          the employee, department and location it belongs to
      *          and the totals of its PAYDTL lines, so the month-end
      *          reports read one file instead of joining on every
      *          record. The header carries the payroll fingerprint
      *          the extract was cut from; PAYEXT-UTIL compares it
      *          with the live file to say whether the extract is
      *          still current.
      * Pre: Included under an 01 level, without REPLACING
      * Post: Complete extract line structure (800 bytes)
      ******************************************************************
           05  PX-REC-TYPE         PIC X.
               88  PX-HEADER           VALUE 'H'.
               88  PX-DETAIL           VALUE 'D'.
           05  PX-PERIOD           PIC 9(6).
           05  PX-HEADER-DATA.
               10  PX-CREATED-AT   PIC 9(14).
      *        Detail lines that follow - a shorter file was cut off
               10  PX-DETAIL-COUNT PIC 9(7).
      *        The live payroll file at extraction: the period's
      *        record count and its latest creation, calculation,
      *        approval or modification timestamp
               10  PX-PAY-COUNT    PIC 9(7).
               10  PX-LAST-CHANGE  PIC 9(14).
               10  FILLER          PIC X(751).
           05  PX-DETAIL-DATA REDEFINES PX-HEADER-DATA.
      *        The sort key - company spaces read as 01
               10  PX-SORT-KEY.
                   15  PX-COMPANY      PIC X(2).
                   15  PX-DEPT-ID      PIC 9(6).
                   15  PX-EMP-ID       PIC 9(9).
                   15  PX-PAY-ID       PIC 9(12).
      *        The payroll record exactly as on file (payroll.cpy),
      *        so a reader moves it into its own WS-PAY-REC
               10  PX-PAYROLL          PIC X(400).
      *        The employee's latest version
               10  PX-EMP-FOUND        PIC X.
                   88  PX-EMP-ON-FILE      VALUE 'Y'.
                   88  PX-EMP-NOT-ON-FILE  VALUE 'N'.
               10  PX-LAST-NAME        PIC X(30).
               10  PX-FIRST-NAME       PIC X(30).
               10  PX-KANA-LAST        PIC X(30).
               10  PX-KANA-FIRST       PIC X(30).
               10  PX-BIRTH-DATE       PIC 9(8).
               10  PX-HIRE-DATE        PIC 9(8).
               10  PX-EMP-TYPE         PIC X.
               10  PX-EMP-STATUS       PIC X.
               10  PX-GRADE-CODE       PIC X(4).
               10  PX-LOCATION-CODE    PIC X(4).
               10  PX-TAX-COLUMN       PIC X.
               10  PX-PAY-METHOD       PIC X.
      *        Spaces when the department or location is not on file
               10  PX-DEPT-NAME        PIC X(50).
               10  PX-LOCATION-NAME    PIC X(30).
      *        PAYDTL totals by kind - earnings take in retroactive
      *        adjustments; social insurance is the benefit lines;
      *        other deductions are rules, garnishments, loans,
      *        absences, housing, savings and arrears; the housing
      *        benefit-in-kind memo line is counted but not totaled
               10  PX-DTL-LINES        PIC 9(3).
               10  PX-DTL-EARNINGS     PIC S9(11)V99.
               10  PX-DTL-SOCIAL-INS   PIC S9(11)V99.
               10  PX-DTL-INCOME-TAX   PIC S9(11)V99.
               10  PX-DTL-RESIDENT-TAX PIC S9(11)V99.
               10  PX-DTL-OTHER-DEDUCT PIC S9(11)V99.
               10  PX-DTL-YEAR-END-ADJ PIC S9(11)V99.
               10  FILLER              PIC X(54).
