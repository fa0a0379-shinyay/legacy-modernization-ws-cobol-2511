      ******************************************************************
      * MUNIPAY.CPY - Salary payment report extract record
      * Purpose: One fixed-layout row of the annual salary payment
      *          report (kyuyo shiharai hokokusho) MUNIPAY files
      *          with each municipality in January: a 'D' row per
      *          employee reported, followed by an 'S' summary row
      *          (the soukatsu-hyo figures) closing each
      *          municipality's group. IMPRTAX reads the same file
      *          back when the May notifications arrive, to confirm
      *          every special-collection employee was notified by
      *          the municipality they were reported to.
      * Pre: Constants defined in calling program
      * Post: Complete extract row structure (270 bytes)
      ******************************************************************
           05  MP-REC-TYPE         PIC X.
               88  MP-DETAIL           VALUE 'D'.
               88  MP-SUMMARY          VALUE 'S'.
           05  MP-TAX-YEAR         PIC 9(4).
      *    Local government code; spaces when neither the resident
      *    tax master nor anything else supplied one and the group
      *    was formed from the address (MP-MUNI-NAME) alone
           05  MP-MUNI-CODE        PIC X(6).
           05  MP-MUNI-NAME        PIC X(40).
           05  MP-COMPANY-CODE     PIC X(2).
           05  MP-DETAIL-AREA.
               10  MP-EMP-ID           PIC 9(9).
               10  MP-MY-NUMBER        PIC X(12).
               10  MP-KANA-LAST        PIC X(15).
               10  MP-KANA-FIRST       PIC X(10).
               10  MP-LAST-NAME        PIC X(20).
               10  MP-FIRST-NAME       PIC X(20).
               10  MP-BIRTH-DATE       PIC 9(8).
               10  MP-POSTAL-CODE      PIC X(10).
               10  MP-ADDR-LINE-1      PIC X(40).
      *        Payment amount, income after the employment income
      *        deduction, total income deductions, social insurance
      *        premiums within them, and the income tax withheld -
      *        the final annual tax where the year-end adjustment
      *        was made. Income and deductions are zero for an
      *        employee who was not adjusted, as on the slip.
               10  MP-PAY-AMOUNT       PIC 9(11).
               10  MP-INCOME-AMOUNT    PIC 9(11).
               10  MP-DEDUCT-AMOUNT    PIC 9(11).
               10  MP-SI-AMOUNT        PIC 9(11).
               10  MP-TAX-AMOUNT       PIC 9(11).
               10  MP-ADJUSTED-FLAG    PIC X.
                   88  MP-ADJUSTED         VALUE 'Y'.
                   88  MP-NOT-ADJUSTED     VALUE 'N'.
      *        Special collection (from pay, employed on 1 January)
      *        or ordinary collection (left during the year)
               10  MP-COLLECTION       PIC X.
                   88  MP-SPECIAL-COLLECTION   VALUE 'S'.
                   88  MP-ORDINARY-COLLECTION  VALUE 'O'.
               10  MP-TERM-DATE        PIC 9(8).
      *        Where the municipality came from: the resident tax
      *        master, or the address through the postal master
               10  MP-MUNI-SOURCE      PIC X.
                   88  MP-FROM-RESTAX      VALUE 'R'.
                   88  MP-FROM-ADDRESS     VALUE 'A'.
           05  MP-SUMMARY-AREA REDEFINES MP-DETAIL-AREA.
               10  MP-SUM-REPORTED     PIC 9(6).
               10  MP-SUM-SPECIAL      PIC 9(6).
               10  MP-SUM-ORDINARY     PIC 9(6).
               10  MP-SUM-PAY          PIC 9(13).
               10  MP-SUM-TAX          PIC 9(13).
               10  FILLER              PIC X(166).
           05  FILLER              PIC X(7).
