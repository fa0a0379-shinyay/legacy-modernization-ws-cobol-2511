           05  PERIODS-PAID        PIC 9(3).
           05  MODIFIED-BY         PIC X(8).
           05  MODIFIED-AT         PIC 9(14).
      *    Split by an intercompany transfer during the year: what
      *    the company the employee left had paid up to the transfer
      *    date, kept apart so each paying entity issues its own
      *    withholding statement. The YTD- amounts above are then
      *    the current company's alone. Spaces in PRIOR-COMPANY-CODE
      *    means the year was paid by one company throughout.
           05  PRIOR-COMPANY-CODE  PIC X(2)  VALUE SPACES.
           05  PRIOR-GROSS         PIC S9(13)V99 VALUE 0.
           05  PRIOR-DEDUCTIONS    PIC S9(13)V99 VALUE 0.
           05  PRIOR-NET           PIC S9(13)V99 VALUE 0.
           05  PRIOR-PERIODS       PIC 9(3)  VALUE 0.
           05  SPLIT-DATE          PIC 9(8)  VALUE 0.
           05  FILLER              PIC X(48) VALUE SPACES.
