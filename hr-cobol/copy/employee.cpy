      *    employed by. Spaces on records from before the second
      *    entity existed, read everywhere as company 01.
           05  COMPANY-CODE        PIC X(2)  VALUE SPACES.
      *    Withholding table column: kou when the employee filed the
      *    dependent declaration with us, otsu when it is filed with
      *    another employer (or not at all). Spaces on records from
      *    before the column was kept read as kou, the way the
      *    income tax was computed until then.
           05  TAX-COLUMN          PIC X     VALUE 'K'.
               88  TAX-COLUMN-KOU      VALUE 'K' ' '.
               88  TAX-COLUMN-OTSU     VALUE 'O'.
      *    Sex for the women's advancement disclosures. Kept like
      *    DISABILITY-FLAG - set only through the admin-gated
      *    maintenance path and the loaders, read only by the
      *    disclosure report. Spaces means not recorded.
           05  SEX-CODE            PIC X     VALUE SPACE.
               88  SEX-MALE            VALUE 'M'.
               88  SEX-FEMALE          VALUE 'F'.
      *    The approved requisition (REQN-SVC) the hire filled.
      *    Zero for employees hired outside position control.
           05  REQN-ID             PIC 9(9)  VALUE 0.
      *    How net pay reaches the employee: bank transfer (EXPPAY),
      *    or cash counted out from the register (CASHRPT) for the
      *    few without a Japanese bank account. Spaces on records
      *    from before the method was kept read as transfer.
           05  PAY-METHOD          PIC X     VALUE 'B'.
               88  PAY-BY-TRANSFER     VALUE 'B' ' '.
               88  PAY-BY-CASH         VALUE 'C'.
      *    How often the employee is paid. Spaces take the
      *    company's DEFAULT-PAY-FREQUENCY, which is how every
      *    record from before frequencies reads.
           05  PAY-FREQUENCY       PIC X     VALUE SPACE.
               88  FREQ-COMPANY-DEFAULT VALUE ' '.
               88  FREQ-MONTHLY        VALUE 'M'.
               88  FREQ-SEMI-MONTHLY   VALUE 'S'.
               88  FREQ-WEEKLY         VALUE 'W'.
           05  FILLER              PIC X(136) VALUE SPACES.
