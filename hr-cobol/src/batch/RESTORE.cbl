      * Output: hr-cobol/data/*.dat (rebuilt)
      * Parm: RESTORE_DATE environment variable (YYYYMMDD, required -
      *       names the backup set to restore)
      *       RESTORE_MASKED=Y loads the masked test set MASKSET
      *       wrote under data/masked instead. A set whose manifest
      *       does not match the directory - a masked manifest among
      *       the real backups, or the reverse - is refused.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-REC-KEY SOURCE IS TC-REC-KEY1
                   TC-REC-KEY2 TC-REC-KEY3
               FILE STATUS IS WS-OUT-FILE-STATUS.

           SELECT EARNING-FILE
           SELECT PAYCAL-FILE ASSIGN TO 'hr-cobol/data/paycal.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-REC-KEY SOURCE IS CAL-REC-KEY1
                   CAL-REC-KEY2
               FILE STATUS IS WS-OUT-FILE-STATUS.

           SELECT RATING-FILE ASSIGN TO 'hr-cobol/data/rating.dat'
           05  FILLER               PIC X(11).
           05  TC-REC-KEY1          PIC X(9).
           05  TC-REC-KEY2          PIC X(8).
           05  FILLER               PIC X(60).
           05  TC-REC-KEY3          PIC X(8).
           05  FILLER               PIC X(104).

       FD  EARNING-FILE.
       01  EARNING-RECORD.
       FD  PAYCAL-FILE.
       01  PAYCAL-RECORD.
           05  FILLER               PIC X(11).
           05  CAL-REC-KEY1         PIC X(6).
           05  FILLER               PIC X(69).
           05  CAL-REC-KEY2         PIC X(2).
           05  FILLER               PIC X(112).

       FD  RATING-FILE.
       01  RATING-RECORD.
       01  WS-ENV-DATE              PIC X(10).
       01  WS-SET-DATE              PIC 9(8) VALUE 0.

      * Real backup set or MASKSET's masked test set - the directory
      * read, and the manifest heading that must match it
       01  WS-ENV-MASKED            PIC X(10).
       01  WS-SET-KIND-SW           PIC X     VALUE 'B'.
           88  RESTORE-BACKUP-SET       VALUE 'B'.
           88  RESTORE-MASKED-SET       VALUE 'M'.
       01  WS-SET-DIR               PIC X(22)
                                    VALUE 'hr-cobol/data/backup/'.
       01  WS-MANIFEST-HEADING      PIC X(11) VALUE SPACES.

      * The fixed list of files in a backup set - same order BACKUP
      * writes them
       78  FILE-SET-COUNT           VALUE 40.
               STOP RUN
           END-IF

           MOVE SPACES TO WS-ENV-MASKED
           ACCEPT WS-ENV-MASKED FROM ENVIRONMENT 'RESTORE_MASKED'
           IF WS-ENV-MASKED(1:1) = 'Y' OR 'y'
               SET RESTORE-MASKED-SET TO TRUE
               MOVE 'hr-cobol/data/masked/' TO WS-SET-DIR
               DISPLAY 'Restoring MASKED test set ' WS-SET-DATE
           ELSE
               DISPLAY 'Restoring backup set ' WS-SET-DATE
           END-IF

           PERFORM LOAD-MANIFEST
           IF WS-MAN-FILE-STATUS NOT = '00'
               STOP RUN
           END-IF

           IF RESTORE-MASKED-SET
                   AND WS-MANIFEST-HEADING NOT = 'MASKED SET '
               DISPLAY 'ERROR: Manifest is not a masked set manifest'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RESTORE-BACKUP-SET
                   AND WS-MANIFEST-HEADING = 'MASKED SET '
               DISPLAY 'ERROR: Manifest is a MASKED set - not a real'
               DISPLAY 'backup. Use RESTORE_MASKED=Y from data/masked.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM REGISTER-RUN-START
           IF NOT OK OF RUNCTL-SVC-RES
                   AND STATUS-CODE-N OF RUNCTL-SVC-RES = 409
      * fixed file set.
       LOAD-MANIFEST.
           MOVE SPACES TO WS-MANIFEST-PATH
           STRING WS-SET-DIR DELIMITED BY SPACE
                  'manifest_' WS-SET-DATE '.txt'
                  DELIMITED BY SIZE
               INTO WS-MANIFEST-PATH

           OPEN INPUT MANIFEST-FILE
           IF NOT MAN-FILE-OK
               EXIT PARAGRAPH
           END-IF

      *    The heading line names the kind of set
           READ MANIFEST-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE MANIFEST-RECORD(1:11) TO WS-MANIFEST-HEADING
           END-READ

           PERFORM UNTIL MAN-FILE-EOF
               READ MANIFEST-FILE
                   AT END
           MOVE 0 TO WS-RECORD-COUNT

           MOVE SPACES TO WS-BACKUP-PATH
           STRING WS-SET-DIR DELIMITED BY SPACE
                  WS-FILE-NAME(WS-FILE-IDX) DELIMITED BY SPACE
                  '_' DELIMITED BY SIZE
                  WS-SET-DATE '.bak' DELIMITED BY SIZE
                   MOVE BACKUP-RECORD(1:200) TO BANKDIR-RECORD
                   WRITE BANKDIR-RECORD
               WHEN 36
      *            Calendar rows from before pay frequencies carry
      *            spaces where PAY-FREQUENCY and PERIOD-SEQ now live
      *            - they normalize to the monthly row (M, sequence
      *            0) the split key looks them up by
                   IF BACKUP-RECORD(87:1) = SPACE
                       MOVE 'M' TO BACKUP-RECORD(87:1)
                   END-IF
                   IF BACKUP-RECORD(88:1) = SPACE
                       MOVE '0' TO BACKUP-RECORD(88:1)
                   END-IF
                   MOVE BACKUP-RECORD(1:200) TO PAYCAL-RECORD
                   WRITE PAYCAL-RECORD
               WHEN 37
