       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASKSET.
      ******************************************************************
      * MASKSET - Masked Test Data Set Builder
      * Purpose: Reads a dated backup set written by BACKUP and
      *          writes a masked copy of it that RESTORE can load
      *          into the test region (RESTORE_MASKED=Y), so rule
      *          changes and releases are tested on realistic
      *          volumes without production personal data.
      *          Names and kana are replaced by pseudonyms picked
      *          from the EMP-ID - the same employee gets the same
      *          pseudonym in the employee master, the pending
      *          changes and as bank account holder, and dependents
      *          carry the employee's pseudonym surname. Street
      *          address lines are replaced (city, prefecture and
      *          postal code stay, for the postal master and the
      *          municipality grouping); birth dates move to another
      *          day of the same month, so ages and the age-based
      *          insurance rules still fall in the same month; bank
      *          account numbers and garnishment payees are
      *          replaced; the My Number file is dropped entirely,
      *          written empty. EMP-IDs, amounts, dates other than
      *          birth dates, and every key are untouched, so
      *          payroll results still reconcile.
      *          The set goes to its own directory with its own
      *          manifest, headed MASKED SET, so it cannot be taken
      *          for a real backup - RESTORE refuses a masked
      *          manifest found among the real sets.
      * Input: hr-cobol/data/backup/<name>_<YYYYMMDD>.bak
      *        hr-cobol/data/backup/manifest_<YYYYMMDD>.txt
      * Output: hr-cobol/data/masked/<name>_<YYYYMMDD>.bak
      *         hr-cobol/data/masked/manifest_<YYYYMMDD>.txt
      * Parm: MASKSET_DATE environment variable (YYYYMMDD, required -
      *       names the backup set to mask; the masked set keeps
      *       its date)
      * Return code: 0 set masked, 8 parm error, source set not a
      *              backup set, or file error
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-FILE
               ASSIGN TO DYNAMIC WS-BACKUP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAK-FILE-STATUS.

           SELECT SOURCE-MANIFEST
               ASSIGN TO DYNAMIC WS-SRC-MANIFEST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SMN-FILE-STATUS.

           SELECT MASKED-FILE
               ASSIGN TO DYNAMIC WS-MASKED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSK-FILE-STATUS.

           SELECT MANIFEST-FILE
               ASSIGN TO DYNAMIC WS-MANIFEST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Wide enough for the largest record on file (the 1200-byte
      * pending-change record)
       FD  BACKUP-FILE.
       01  BACKUP-RECORD            PIC X(1200).

       FD  SOURCE-MANIFEST.
       01  SOURCE-MANIFEST-RECORD   PIC X(80).

       FD  MASKED-FILE.
       01  MASKED-RECORD            PIC X(1200).

       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.

           COPY constants.

       01  WS-PROGRAM-NAME          PIC X(10) VALUE 'MASKSET'.
       01  WS-VERSION               PIC X(10) VALUE '1.0.0'.

       01  WS-BAK-FILE-STATUS       PIC XX.
           88  BAK-FILE-OK              VALUE '00'.
           88  BAK-FILE-EOF             VALUE '10'.
           88  BAK-FILE-NOT-FOUND       VALUE '35'.
       01  WS-SMN-FILE-STATUS       PIC XX.
           88  SMN-FILE-OK              VALUE '00'.
       01  WS-MSK-FILE-STATUS       PIC XX.
       01  WS-MAN-FILE-STATUS       PIC XX.

       01  WS-BACKUP-PATH           PIC X(60).
       01  WS-SRC-MANIFEST-PATH     PIC X(60).
       01  WS-MASKED-PATH           PIC X(60).
       01  WS-MANIFEST-PATH         PIC X(60).
       01  WS-ENV-DATE              PIC X(10).
       01  WS-SET-DATE              PIC 9(8) VALUE 0.

      * The fixed list of files in a backup set - same order BACKUP
      * writes them and RESTORE reads them
       78  FILE-SET-COUNT           VALUE 40.
       01  WS-FILE-SET.
           05  FILLER  PIC X(14) VALUE 'employees     '.
           05  FILLER  PIC X(14) VALUE 'departments   '.
           05  FILLER  PIC X(14) VALUE 'payroll       '.
           05  FILLER  PIC X(14) VALUE 'rules         '.
           05  FILLER  PIC X(14) VALUE 'benefits      '.
           05  FILLER  PIC X(14) VALUE 'sequences     '.
           05  FILLER  PIC X(14) VALUE 'paydtl        '.
           05  FILLER  PIC X(14) VALUE 'ytd           '.
           05  FILLER  PIC X(14) VALUE 'arrears       '.
           05  FILLER  PIC X(14) VALUE 'arrears_rcv   '.
           05  FILLER  PIC X(14) VALUE 'adjustments   '.
           05  FILLER  PIC X(14) VALUE 'compensation  '.
           05  FILLER  PIC X(14) VALUE 'bankacct      '.
           05  FILLER  PIC X(14) VALUE 'timecards     '.
           05  FILLER  PIC X(14) VALUE 'earnings      '.
           05  FILLER  PIC X(14) VALUE 'restax        '.
           05  FILLER  PIC X(14) VALUE 'sigrade       '.
           05  FILLER  PIC X(14) VALUE 'grades        '.
           05  FILLER  PIC X(14) VALUE 'dependents    '.
           05  FILLER  PIC X(14) VALUE 'contracts     '.
           05  FILLER  PIC X(14) VALUE 'leavebal      '.
           05  FILLER  PIC X(14) VALUE 'postal        '.
           05  FILLER  PIC X(14) VALUE 'users         '.
           05  FILLER  PIC X(14) VALUE 'runctl        '.
           05  FILLER  PIC X(14) VALUE 'mynum         '.
           05  FILLER  PIC X(14) VALUE 'garnish       '.
           05  FILLER  PIC X(14) VALUE 'loan          '.
           05  FILLER  PIC X(14) VALUE 'commute       '.
           05  FILLER  PIC X(14) VALUE 'pendtx        '.
           05  FILLER  PIC X(14) VALUE 'empchg        '.
           05  FILLER  PIC X(14) VALUE 'leavetype     '.
           05  FILLER  PIC X(14) VALUE 'schedpat      '.
           05  FILLER  PIC X(14) VALUE 'location      '.
           05  FILLER  PIC X(14) VALUE 'company       '.
           05  FILLER  PIC X(14) VALUE 'bankdir       '.
           05  FILLER  PIC X(14) VALUE 'paycal        '.
           05  FILLER  PIC X(14) VALUE 'rating        '.
           05  FILLER  PIC X(14) VALUE 'assign        '.
           05  FILLER  PIC X(14) VALUE 'xmitreg       '.
      *    The audit chain state file - carries its own extension
           05  FILLER  PIC X(14) VALUE 'audit.seq     '.
       01  WS-FILE-SET-R REDEFINES WS-FILE-SET.
           05  WS-FILE-NAME         PIC X(14) OCCURS 40 TIMES.
       01  WS-FILE-IDX              PIC 9(2).

       01  WS-RECORD-COUNT          PIC 9(6).
       01  WS-MASKED-COUNT          PIC 9(6).
       01  WS-TOTAL-RECORDS         PIC 9(7) VALUE 0.
       01  WS-TOTAL-MASKED          PIC 9(7) VALUE 0.
       01  WS-FILES-WRITTEN         PIC 9(2) VALUE 0.
       01  WS-COUNT-DISPLAY         PIC ZZZ,ZZ9.
       01  WS-FILE-ACTION           PIC X(9).

      * Pseudonym tables - romaji and half-width kana (UTF-8), ten
      * surnames and ten given names, picked from the EMP-ID
       01  WS-SURNAME-TABLE.
           05  FILLER  PIC X(12) VALUE 'SATO'.
           05  FILLER  PIC X(15) VALUE X'EFBDBBEFBE84EFBDB3'.
           05  FILLER  PIC X(12) VALUE 'TANAKA'.
           05  FILLER  PIC X(15) VALUE X'EFBE80EFBE85EFBDB6'.
           05  FILLER  PIC X(12) VALUE 'KATO'.
           05  FILLER  PIC X(15) VALUE X'EFBDB6EFBE84EFBDB3'.
           05  FILLER  PIC X(12) VALUE 'KIMURA'.
           05  FILLER  PIC X(15) VALUE X'EFBDB7EFBE91EFBE97'.
           05  FILLER  PIC X(12) VALUE 'HAYASHI'.
           05  FILLER  PIC X(15) VALUE X'EFBE8AEFBE94EFBDBC'.
           05  FILLER  PIC X(12) VALUE 'SAITO'.
           05  FILLER  PIC X(15) VALUE X'EFBDBBEFBDB2EFBE84EFBDB3'.
           05  FILLER  PIC X(12) VALUE 'MATSUMOTO'.
           05  FILLER  PIC X(15) VALUE X'EFBE8FEFBE82EFBE93EFBE84'.
           05  FILLER  PIC X(12) VALUE 'INOUE'.
           05  FILLER  PIC X(15) VALUE X'EFBDB2EFBE89EFBDB3EFBDB4'.
           05  FILLER  PIC X(12) VALUE 'NISHIMURA'.
           05  FILLER  PIC X(15) VALUE X'EFBE86EFBDBCEFBE91EFBE97'.
           05  FILLER  PIC X(12) VALUE 'ISHIKAWA'.
           05  FILLER  PIC X(15) VALUE X'EFBDB2EFBDBCEFBDB6EFBE9C'.
       01  WS-SURNAME-TABLE-R REDEFINES WS-SURNAME-TABLE.
           05  WS-SURNAME-ENTRY     OCCURS 10 TIMES.
               10  WS-SURNAME-ROMAJI    PIC X(12).
               10  WS-SURNAME-KANA      PIC X(15).

       01  WS-GIVEN-TABLE.
           05  FILLER  PIC X(12) VALUE 'HIROSHI'.
           05  FILLER  PIC X(15) VALUE X'EFBE8BEFBE9BEFBDBC'.
           05  FILLER  PIC X(12) VALUE 'TAKESHI'.
           05  FILLER  PIC X(15) VALUE X'EFBE80EFBDB9EFBDBC'.
           05  FILLER  PIC X(12) VALUE 'AKIRA'.
           05  FILLER  PIC X(15) VALUE X'EFBDB1EFBDB7EFBE97'.
           05  FILLER  PIC X(12) VALUE 'MAKOTO'.
           05  FILLER  PIC X(15) VALUE X'EFBE8FEFBDBAEFBE84'.
           05  FILLER  PIC X(12) VALUE 'HIKARU'.
           05  FILLER  PIC X(15) VALUE X'EFBE8BEFBDB6EFBE99'.
           05  FILLER  PIC X(12) VALUE 'YUKI'.
           05  FILLER  PIC X(15) VALUE X'EFBE95EFBDB7'.
           05  FILLER  PIC X(12) VALUE 'KAORU'.
           05  FILLER  PIC X(15) VALUE X'EFBDB6EFBDB5EFBE99'.
           05  FILLER  PIC X(12) VALUE 'NAOMI'.
           05  FILLER  PIC X(15) VALUE X'EFBE85EFBDB5EFBE90'.
           05  FILLER  PIC X(12) VALUE 'SATOMI'.
           05  FILLER  PIC X(15) VALUE X'EFBDBBEFBE84EFBE90'.
           05  FILLER  PIC X(12) VALUE 'MINORI'.
           05  FILLER  PIC X(15) VALUE X'EFBE90EFBE89EFBE98'.
       01  WS-GIVEN-TABLE-R REDEFINES WS-GIVEN-TABLE.
           05  WS-GIVEN-ENTRY       OCCURS 10 TIMES.
               10  WS-GIVEN-ROMAJI      PIC X(12).
               10  WS-GIVEN-KANA        PIC X(15).

      * Pseudonym selection - the person key (EMP-ID, or EMP-ID and
      * sequence for a dependent or account) scrambled, then split
      * into the table picks, the birth day and the account number
       01  WS-MASK-KEY              PIC 9(11).
       01  WS-MASK-HASH             PIC 9(15).
       01  WS-MASK-QUOT             PIC 9(15).
       01  WS-MASK-REM              PIC 9(7).
       01  WS-SURNAME-IDX           PIC 9(2).
       01  WS-GIVEN-IDX             PIC 9(2).
       01  WS-BIRTH-DAY             PIC 9(2).
       01  WS-BIRTH-DATE            PIC 9(8).
       01  WS-BIRTH-DATE-R REDEFINES WS-BIRTH-DATE.
           05  WS-BIRTH-YYYYMM      PIC 9(6).
           05  WS-BIRTH-DD          PIC 9(2).
       01  WS-ACCT-DIGITS           PIC 9(7).
       01  WS-EMP-ID-DISPLAY        PIC 9(9).
       01  WS-SEQ-DISPLAY           PIC 9(2).
       01  WS-DEP-GIVEN-IDX         PIC 9(2).
       01  WS-DEP-BIRTH-DAY         PIC 9(2).

      * Record images the personal files are masked in
       01  WS-EMP-REC.
           COPY employee REPLACING ==05== BY ==10==.
       01  WS-DEP-REC.
           COPY depend REPLACING ==05== BY ==10==.
       01  WS-BNK-REC.
           COPY bankacct REPLACING ==05== BY ==10==.
       01  WS-GRN-REC.
           COPY garnish REPLACING ==05== BY ==10==.
       01  WS-CHG-REC.
           COPY empchg REPLACING ==05== BY ==10==.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'MASKSET - Masked Test Data Set Builder v'
               WS-VERSION

           MOVE SPACES TO WS-ENV-DATE
           ACCEPT WS-ENV-DATE FROM ENVIRONMENT 'MASKSET_DATE'
           IF WS-ENV-DATE(1:8) IS NUMERIC
               MOVE WS-ENV-DATE(1:8) TO WS-SET-DATE
           END-IF

           IF WS-SET-DATE = 0
               DISPLAY 'ERROR: MASKSET_DATE (YYYYMMDD) is required'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'Masking backup set ' WS-SET-DATE

           PERFORM CHECK-SOURCE-MANIFEST
           IF RETURN-CODE = 8
               STOP RUN
           END-IF

           MOVE SPACES TO WS-MANIFEST-PATH
           STRING 'hr-cobol/data/masked/manifest_' WS-SET-DATE '.txt'
               DELIMITED BY SIZE INTO WS-MANIFEST-PATH
           OPEN OUTPUT MANIFEST-FILE
           IF WS-MAN-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open masked manifest - is the'
               DISPLAY 'data/masked directory in place?'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO MANIFEST-RECORD
           STRING 'MASKED SET ' WS-SET-DATE ' FROM BACKUP SET '
                  WS-SET-DATE ' - TEST USE ONLY'
               DELIMITED BY SIZE INTO MANIFEST-RECORD
           WRITE MANIFEST-RECORD

           PERFORM MASK-ONE-FILE
               VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > FILE-SET-COUNT

           MOVE WS-TOTAL-RECORDS TO WS-COUNT-DISPLAY
           MOVE SPACES TO MANIFEST-RECORD
           STRING 'TOTAL ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO MANIFEST-RECORD
           WRITE MANIFEST-RECORD

           CLOSE MANIFEST-FILE

           DISPLAY ' '
           DISPLAY 'Files written:   ' WS-FILES-WRITTEN
           MOVE WS-TOTAL-RECORDS TO WS-COUNT-DISPLAY
           DISPLAY 'Total records:   ' WS-COUNT-DISPLAY
           MOVE WS-TOTAL-MASKED TO WS-COUNT-DISPLAY
           DISPLAY 'Records masked:  ' WS-COUNT-DISPLAY
           DISPLAY 'Manifest: ' WS-MANIFEST-PATH
           STOP RUN
           .

      * CHECK-SOURCE-MANIFEST: The set to mask must be a real backup
      * set - its manifest present and headed BACKUP SET.
       CHECK-SOURCE-MANIFEST.
           MOVE SPACES TO WS-SRC-MANIFEST-PATH
           STRING 'hr-cobol/data/backup/manifest_' WS-SET-DATE '.txt'
               DELIMITED BY SIZE INTO WS-SRC-MANIFEST-PATH

           OPEN INPUT SOURCE-MANIFEST
           IF NOT SMN-FILE-OK
               DISPLAY 'ERROR: No manifest for backup set '
                   WS-SET-DATE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SOURCE-MANIFEST-RECORD
           READ SOURCE-MANIFEST
               AT END
                   MOVE SPACES TO SOURCE-MANIFEST-RECORD
           END-READ
           CLOSE SOURCE-MANIFEST

           IF SOURCE-MANIFEST-RECORD(1:11) NOT = 'BACKUP SET '
               DISPLAY 'ERROR: ' WS-SRC-MANIFEST-PATH
               DISPLAY '       is not a backup set manifest'
               MOVE 8 TO RETURN-CODE
           END-IF
           .

      * MASK-ONE-FILE: Copies one backup file into the masked set,
      * masking the personal files record by record. A file absent
      * from the source set is recorded with count zero, as BACKUP
      * does; the My Number file is always written empty.
       MASK-ONE-FILE.
           MOVE 0 TO WS-RECORD-COUNT
           MOVE 0 TO WS-MASKED-COUNT

           MOVE SPACES TO WS-BACKUP-PATH
           STRING 'hr-cobol/data/backup/'
                  WS-FILE-NAME(WS-FILE-IDX) DELIMITED BY SPACE
                  '_' DELIMITED BY SIZE
                  WS-SET-DATE '.bak' DELIMITED BY SIZE
               INTO WS-BACKUP-PATH

           MOVE SPACES TO WS-MASKED-PATH
           STRING 'hr-cobol/data/masked/'
                  WS-FILE-NAME(WS-FILE-IDX) DELIMITED BY SPACE
                  '_' DELIMITED BY SIZE
                  WS-SET-DATE '.bak' DELIMITED BY SIZE
               INTO WS-MASKED-PATH

           IF WS-FILE-NAME(WS-FILE-IDX) = 'mynum'
               OPEN OUTPUT MASKED-FILE
               CLOSE MASKED-FILE
               ADD 1 TO WS-FILES-WRITTEN
               DISPLAY '  ' WS-FILE-NAME(WS-FILE-IDX)
                   ' : dropped - written empty'
               PERFORM WRITE-MANIFEST-LINE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT BACKUP-FILE

           IF BAK-FILE-NOT-FOUND
               DISPLAY '  ' WS-FILE-NAME(WS-FILE-IDX)
                   ' absent from set - recorded as empty'
               PERFORM WRITE-MANIFEST-LINE
               EXIT PARAGRAPH
           END-IF

           IF NOT BAK-FILE-OK
               DISPLAY 'ERROR: cannot open ' WS-BACKUP-PATH
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT MASKED-FILE

           PERFORM UNTIL BAK-FILE-EOF
               READ BACKUP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM MASK-ONE-RECORD
                       WRITE MASKED-RECORD
                       ADD 1 TO WS-RECORD-COUNT
               END-READ
           END-PERFORM

           CLOSE BACKUP-FILE
           CLOSE MASKED-FILE

           ADD 1 TO WS-FILES-WRITTEN
           ADD WS-RECORD-COUNT TO WS-TOTAL-RECORDS
           ADD WS-MASKED-COUNT TO WS-TOTAL-MASKED
           IF WS-MASKED-COUNT > 0
               MOVE 'masked' TO WS-FILE-ACTION
           ELSE
               MOVE 'copied' TO WS-FILE-ACTION
           END-IF
           MOVE WS-RECORD-COUNT TO WS-COUNT-DISPLAY
           DISPLAY '  ' WS-FILE-NAME(WS-FILE-IDX) ' : '
               WS-COUNT-DISPLAY ' records ' WS-FILE-ACTION

           PERFORM WRITE-MANIFEST-LINE
           .

       MASK-ONE-RECORD.
           MOVE BACKUP-RECORD TO MASKED-RECORD

           EVALUATE WS-FILE-NAME(WS-FILE-IDX)
               WHEN 'employees'
                   MOVE BACKUP-RECORD(1:1000) TO WS-EMP-REC
                   PERFORM MASK-EMPLOYEE
                   MOVE SPACES TO MASKED-RECORD
                   MOVE WS-EMP-REC TO MASKED-RECORD(1:1000)
               WHEN 'dependents'
                   MOVE BACKUP-RECORD(1:200) TO WS-DEP-REC
                   PERFORM MASK-DEPENDENT
                   MOVE SPACES TO MASKED-RECORD
                   MOVE WS-DEP-REC TO MASKED-RECORD(1:200)
               WHEN 'bankacct'
                   MOVE BACKUP-RECORD(1:200) TO WS-BNK-REC
                   PERFORM MASK-BANK-ACCOUNT
                   MOVE SPACES TO MASKED-RECORD
                   MOVE WS-BNK-REC TO MASKED-RECORD(1:200)
               WHEN 'garnish'
                   MOVE BACKUP-RECORD(1:200) TO WS-GRN-REC
                   PERFORM MASK-GARNISHMENT
                   MOVE SPACES TO MASKED-RECORD
                   MOVE WS-GRN-REC TO MASKED-RECORD(1:200)
               WHEN 'empchg'
                   MOVE BACKUP-RECORD(1:1200) TO WS-CHG-REC
                   PERFORM MASK-PENDING-CHANGE
                   MOVE WS-CHG-REC TO MASKED-RECORD
           END-EVALUATE
           .

      * PICK-PSEUDONYM: From WS-MASK-KEY, the surname and given-name
      * table picks, a birth day (1-28) and seven account digits.
      * The same key always gives the same picks.
       PICK-PSEUDONYM.
           COMPUTE WS-MASK-HASH = WS-MASK-KEY * 7919 + 104729
           DIVIDE WS-MASK-HASH BY 10
               GIVING WS-MASK-QUOT REMAINDER WS-MASK-REM
           COMPUTE WS-SURNAME-IDX = WS-MASK-REM + 1
           DIVIDE WS-MASK-QUOT BY 10
               GIVING WS-MASK-QUOT REMAINDER WS-MASK-REM
           COMPUTE WS-GIVEN-IDX = WS-MASK-REM + 1
           DIVIDE WS-MASK-QUOT BY 28
               GIVING WS-MASK-QUOT REMAINDER WS-MASK-REM
           COMPUTE WS-BIRTH-DAY = WS-MASK-REM + 1
           DIVIDE WS-MASK-HASH BY 10000000
               GIVING WS-MASK-QUOT REMAINDER WS-ACCT-DIGITS
           .

      * SHIFT-BIRTH-DATE: WS-BIRTH-DATE to the picked day of its own
      * month; zero stays zero.
       SHIFT-BIRTH-DATE.
           IF WS-BIRTH-DATE NOT = 0
               MOVE WS-BIRTH-DAY TO WS-BIRTH-DD
           END-IF
           .

       MASK-EMPLOYEE.
      *    Already scrubbed by PURGEPII - nothing personal left
           IF PII-IS-SCRUBBED OF WS-EMP-REC
               EXIT PARAGRAPH
           END-IF

           MOVE EMP-ID OF WS-EMP-REC TO WS-MASK-KEY
           PERFORM PICK-PSEUDONYM

           MOVE WS-SURNAME-ROMAJI(WS-SURNAME-IDX)
               TO LAST-NAME OF WS-EMP-REC
           MOVE WS-GIVEN-ROMAJI(WS-GIVEN-IDX)
               TO FIRST-NAME OF WS-EMP-REC
           MOVE WS-SURNAME-KANA(WS-SURNAME-IDX)
               TO KANA-LAST OF WS-EMP-REC
           MOVE WS-GIVEN-KANA(WS-GIVEN-IDX)
               TO KANA-FIRST OF WS-EMP-REC

           MOVE BIRTH-DATE OF WS-EMP-REC TO WS-BIRTH-DATE
           PERFORM SHIFT-BIRTH-DATE
           MOVE WS-BIRTH-DATE TO BIRTH-DATE OF WS-EMP-REC

           IF ADDR-LINE-COUNT OF WS-EMP-REC > 0
               MOVE EMP-ID OF WS-EMP-REC TO WS-EMP-ID-DISPLAY
               MOVE SPACES TO ADDR-LINE-1 OF WS-EMP-REC
               STRING 'TEST ADDRESS ' WS-EMP-ID-DISPLAY
                   DELIMITED BY SIZE INTO ADDR-LINE-1 OF WS-EMP-REC
               MOVE SPACES TO ADDR-LINE-2 OF WS-EMP-REC
               MOVE SPACES TO ADDR-LINE-3 OF WS-EMP-REC
               MOVE SPACES TO ADDR-LINE-4 OF WS-EMP-REC
               MOVE SPACES TO ADDR-LINE-5 OF WS-EMP-REC
               MOVE 1 TO ADDR-LINE-COUNT OF WS-EMP-REC
           END-IF

           ADD 1 TO WS-MASKED-COUNT
           .

      * MASK-DEPENDENT: The employee's pseudonym surname, a given
      * name picked from the employee and dependent number.
       MASK-DEPENDENT.
           COMPUTE WS-MASK-KEY = EMP-ID OF WS-DEP-REC * 100
               + DEP-SEQ OF WS-DEP-REC
           PERFORM PICK-PSEUDONYM
           MOVE WS-GIVEN-IDX TO WS-DEP-GIVEN-IDX
           MOVE WS-BIRTH-DAY TO WS-DEP-BIRTH-DAY

           MOVE EMP-ID OF WS-DEP-REC TO WS-MASK-KEY
           PERFORM PICK-PSEUDONYM
           MOVE WS-DEP-GIVEN-IDX TO WS-GIVEN-IDX
           MOVE WS-DEP-BIRTH-DAY TO WS-BIRTH-DAY

           MOVE WS-SURNAME-ROMAJI(WS-SURNAME-IDX)
               TO DEP-LAST-NAME OF WS-DEP-REC
           MOVE WS-GIVEN-ROMAJI(WS-GIVEN-IDX)
               TO DEP-FIRST-NAME OF WS-DEP-REC
           MOVE SPACES TO DEP-KANA OF WS-DEP-REC
           STRING WS-SURNAME-KANA(WS-SURNAME-IDX) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-GIVEN-KANA(WS-GIVEN-IDX) DELIMITED BY SPACE
               INTO DEP-KANA OF WS-DEP-REC

           MOVE BIRTH-DATE OF WS-DEP-REC TO WS-BIRTH-DATE
           PERFORM SHIFT-BIRTH-DATE
           MOVE WS-BIRTH-DATE TO BIRTH-DATE OF WS-DEP-REC

           ADD 1 TO WS-MASKED-COUNT
           .

      * MASK-BANK-ACCOUNT: The holder becomes the employee's
      * pseudonym in kana; the account number is replaced. Bank and
      * branch stay, so the bank directory still resolves them.
       MASK-BANK-ACCOUNT.
           MOVE EMP-ID OF WS-BNK-REC TO WS-MASK-KEY
           PERFORM PICK-PSEUDONYM
           MOVE SPACES TO HOLDER-KANA OF WS-BNK-REC
           STRING WS-SURNAME-KANA(WS-SURNAME-IDX) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-GIVEN-KANA(WS-GIVEN-IDX) DELIMITED BY SPACE
               INTO HOLDER-KANA OF WS-BNK-REC

           COMPUTE WS-MASK-KEY = EMP-ID OF WS-BNK-REC * 100
               + ACCT-SEQ OF WS-BNK-REC
           PERFORM PICK-PSEUDONYM
           MOVE WS-ACCT-DIGITS TO ACCT-NUMBER OF WS-BNK-REC

           ADD 1 TO WS-MASKED-COUNT
           .

       MASK-GARNISHMENT.
           MOVE GARN-SEQ OF WS-GRN-REC TO WS-SEQ-DISPLAY
           MOVE SPACES TO PAYEE-NAME OF WS-GRN-REC
           STRING 'TEST PAYEE ' WS-SEQ-DISPLAY
               DELIMITED BY SIZE INTO PAYEE-NAME OF WS-GRN-REC
           ADD 1 TO WS-MASKED-COUNT
           .

      * MASK-PENDING-CHANGE: The proposed image is masked as the
      * record it carries - employee, bank account or dependent.
      * A commuting change carries nothing personal.
       MASK-PENDING-CHANGE.
           EVALUATE TRUE
               WHEN CHG-UPDATE OF WS-CHG-REC
                       OR CHG-TERMINATE OF WS-CHG-REC
                   MOVE PROPOSED-IMAGE OF WS-CHG-REC TO WS-EMP-REC
                   PERFORM MASK-EMPLOYEE
                   MOVE WS-EMP-REC TO PROPOSED-IMAGE OF WS-CHG-REC
               WHEN CHG-BANK-ACCOUNT OF WS-CHG-REC
                   MOVE PROPOSED-IMAGE OF WS-CHG-REC(1:200)
                       TO WS-BNK-REC
                   PERFORM MASK-BANK-ACCOUNT
                   MOVE SPACES TO PROPOSED-IMAGE OF WS-CHG-REC
                   MOVE WS-BNK-REC
                       TO PROPOSED-IMAGE OF WS-CHG-REC(1:200)
               WHEN CHG-DEPENDENT OF WS-CHG-REC
                   MOVE PROPOSED-IMAGE OF WS-CHG-REC(1:200)
                       TO WS-DEP-REC
                   PERFORM MASK-DEPENDENT
                   MOVE SPACES TO PROPOSED-IMAGE OF WS-CHG-REC
                   MOVE WS-DEP-REC
                       TO PROPOSED-IMAGE OF WS-CHG-REC(1:200)
           END-EVALUATE
           .

       WRITE-MANIFEST-LINE.
           MOVE SPACES TO MANIFEST-RECORD
           STRING WS-FILE-NAME(WS-FILE-IDX) ' ' WS-RECORD-COUNT
               DELIMITED BY SIZE INTO MANIFEST-RECORD
           WRITE MANIFEST-RECORD
           .

       END PROGRAM MASKSET.
