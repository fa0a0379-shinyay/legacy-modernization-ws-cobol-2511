      *          piece fails validation the whole hire is rejected,
      *          not half of it. Records flow through EMP-SVC,
      *          COMP-SVC, BANK-SVC, DEP-SVC and BENEFIT-SVC in one
      *          pass, and the phones and emergency contacts through
      *          EMGC-SVC.
      * Input: data/import/onboard.csv
      *          E,last,first,kana_last,kana_first,birth,type,dept,
      *            hire_date,postal,grade[,sex[,reqn_id]]
      *                                            (one per bundle)
      *          C,base_salary,basis,valid_from    (one per bundle)
      *          B,bank,branch,acct_type,acct_no,holder_kana
      *          D,last,first,relationship,birth,tax_dep  (0..n)
      *          N,benefit_code,descr,type,deduct,employer (0..n)
      *          P,mobile_phone,home_phone         (0..1)
      *          G,name,relationship,phone,alt_phone  (0..2)
      *          X                                 (end of bundle)
      * Output: data/import/onboard.log
      *         data/import/onboard.err
           COPY bdir-res.
           COPY post-req.
           COPY post-res.
           COPY reqn-req.
           COPY reqn-res.
           COPY emgc-req.
           COPY emgc-res.

      * Configuration (POSTAL-POLICY / BANKDIR-POLICY)
           COPY config.
           05  WS-BD-HIRE          PIC 9(8).
           05  WS-BD-POSTAL        PIC X(10).
           05  WS-BD-GRADE         PIC X(4).
           05  WS-BD-SEX           PIC X.
           05  WS-BD-REQN          PIC 9(9).
           05  WS-BD-SALARY        PIC 9(11)V99.
           05  WS-BD-BASIS         PIC X.
           05  WS-BD-COMP-FROM     PIC 9(8).
               10  WS-BD-BEN-TYPE  PIC X.
               10  WS-BD-BEN-DED   PIC 9(9)V99.
               10  WS-BD-BEN-ER    PIC 9(9)V99.
      *    Phones and emergency contacts - a third G line is an
      *    error, not silently dropped
           05  WS-BD-HAVE-P        PIC X.
           05  WS-BD-MOBILE        PIC X(15).
           05  WS-BD-HOME-PHONE    PIC X(15).
           05  WS-BD-EMC-COUNT     PIC 9(2).
           05  WS-BD-EMC OCCURS 2 TIMES.
               10  WS-BD-EMC-NAME  PIC X(40).
               10  WS-BD-EMC-REL   PIC X(2).
               10  WS-BD-EMC-PHONE PIC X(15).
               10  WS-BD-EMC-ALT   PIC X(15).
       01  WS-DEP-IDX              PIC 9(2).
       01  WS-BEN-IDX              PIC 9(2).
       01  WS-EMC-IDX              PIC 9(2).

       01  WS-NEW-EMP-ID           PIC 9(9).
       01  WS-BUNDLE-OK-SW         PIC X.
           MOVE 'N' TO WS-BD-HAVE-E
           MOVE 'N' TO WS-BD-HAVE-C
           MOVE 'N' TO WS-BD-HAVE-B
           MOVE 'N' TO WS-BD-HAVE-P
           .

       TAKE-ONE-LINE.
                   PERFORM TAKE-DEPENDENT-LINE
               WHEN 'N'
                   PERFORM TAKE-BENEFIT-LINE
               WHEN 'P'
                   PERFORM TAKE-PHONE-LINE
               WHEN 'G'
                   PERFORM TAKE-CONTACT-LINE
               WHEN 'X'
                   PERFORM FINISH-BUNDLE
               WHEN OTHER
           MOVE WS-FIELD-BUFFER(1:10) TO WS-BD-POSTAL
           PERFORM EXTRACT-CSV-FIELD
           MOVE WS-FIELD-BUFFER(1:4) TO WS-BD-GRADE
      *    Sex is optional and trailing - anything but M or F is left
      *    unrecorded
           PERFORM EXTRACT-CSV-FIELD
           IF WS-FIELD-BUFFER(1:1) = 'M' OR WS-FIELD-BUFFER(1:1) = 'F'
               MOVE WS-FIELD-BUFFER(1:1) TO WS-BD-SEX
           END-IF
      *    The requisition the hire fills - optional, after sex
           PERFORM EXTRACT-CSV-FIELD
           IF FUNCTION TEST-NUMVAL(WS-FIELD-BUFFER) = 0
                   AND WS-FIELD-BUFFER NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-FIELD-BUFFER) TO WS-BD-REQN
           END-IF
           .

       TAKE-COMP-LINE.
           END-IF
           .

       TAKE-PHONE-LINE.
           MOVE 'Y' TO WS-BD-HAVE-P
           PERFORM EXTRACT-CSV-FIELD
           MOVE WS-FIELD-BUFFER(1:15) TO WS-BD-MOBILE
           PERFORM EXTRACT-CSV-FIELD
           MOVE WS-FIELD-BUFFER(1:15) TO WS-BD-HOME-PHONE
           .

      * TAKE-CONTACT-LINE: Up to two emergency contacts; the count
      * still moves on past two so VALIDATE-BUNDLE can refuse the
      * bundle.
       TAKE-CONTACT-LINE.
           IF WS-BD-EMC-COUNT < 99
               ADD 1 TO WS-BD-EMC-COUNT
           END-IF
           IF WS-BD-EMC-COUNT > 2
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BD-EMC-COUNT TO WS-EMC-IDX
           PERFORM EXTRACT-CSV-FIELD
           MOVE WS-FIELD-BUFFER(1:40) TO WS-BD-EMC-NAME(WS-EMC-IDX)
           PERFORM EXTRACT-CSV-FIELD
           MOVE WS-FIELD-BUFFER(1:2) TO WS-BD-EMC-REL(WS-EMC-IDX)
           PERFORM EXTRACT-CSV-FIELD
           MOVE WS-FIELD-BUFFER(1:15) TO WS-BD-EMC-PHONE(WS-EMC-IDX)
           PERFORM EXTRACT-CSV-FIELD
           MOVE WS-FIELD-BUFFER(1:15) TO WS-BD-EMC-ALT(WS-EMC-IDX)
           .

      * FINISH-BUNDLE: Validate the whole bundle, then create the
      * whole bundle - or neither.
       FINISH-BUNDLE.
      * sitting at a time - required pieces present, the grade's
      * salary band against the keyed salary, the bank directory,
      * and the postal master (the latter two per their CONFIG
      * warn-or-block policies), and the requisition when one is
      * named - approved, unfilled and for the same department - and
      * the phones and emergency contacts when any are given.
       VALIDATE-BUNDLE.
           SET BUNDLE-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

      *    Requisition check - EMP-SVC refuses the hire otherwise,
      *    after the bundle was judged good
           IF WS-BD-REQN NOT = 0
               INITIALIZE REQN-SVC-REQ
               INITIALIZE REQN-SVC-RES
               SET OP-FIND OF REQN-SVC-REQ TO TRUE
               MOVE 'ONBOARD' TO USER-ID OF REQN-SVC-REQ
               MOVE SPACES TO CORR-ID OF REQN-SVC-REQ
               MOVE WS-BD-REQN TO Q-REQN-ID OF REQN-SVC-REQ
               CALL 'REQN-SVC' USING REQN-SVC-REQ REQN-SVC-RES
               IF NOT OK OF REQN-SVC-RES
                   SET BUNDLE-INVALID TO TRUE
                   MOVE 'Requisition not found' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               IF NOT REQN-APPROVED OF OUT-REQN OF REQN-SVC-RES
                   SET BUNDLE-INVALID TO TRUE
                   MOVE 'Requisition is not approved and open'
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               IF DEPT-ID OF OUT-REQN OF REQN-SVC-RES
                       NOT = WS-BD-DEPT
                   SET BUNDLE-INVALID TO TRUE
                   MOVE 'Requisition is for another department'
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *    Postal check per POSTAL-POLICY
           IF WS-BD-POSTAL NOT = SPACES
               INITIALIZE POSTAL-SVC-REQ
                   SET BUNDLE-INVALID TO TRUE
                   MOVE 'Postal code not in postal master'
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *    Phones and emergency contacts - EMGC-SVC's own checks,
      *    run before the hire exists
           IF WS-BD-EMC-COUNT > 2
               SET BUNDLE-INVALID TO TRUE
               MOVE 'More than two emergency contact lines'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-BD-HAVE-P = 'Y' OR WS-BD-EMC-COUNT > 0
               PERFORM LOAD-EMGC-REQUEST
               SET OP-VALIDATE OF EMGC-SVC-REQ TO TRUE
               CALL 'EMGC-SVC' USING EMGC-SVC-REQ EMGC-SVC-RES
               IF NOT OK OF EMGC-SVC-RES
                   SET BUNDLE-INVALID TO TRUE
                   MOVE STATUS-MSG OF EMGC-SVC-RES(1:80)
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           .
           MOVE WS-BD-POSTAL
               TO POSTAL-CODE OF IN-EMP OF EMP-SVC-REQ
           MOVE WS-BD-GRADE TO GRADE-CODE OF IN-EMP OF EMP-SVC-REQ
           MOVE WS-BD-SEX TO SEX-CODE OF IN-EMP OF EMP-SVC-REQ
           MOVE WS-BD-REQN TO REQN-ID OF IN-EMP OF EMP-SVC-REQ

           CALL 'EMP-SVC' USING EMP-SVC-REQ EMP-SVC-RES

           PERFORM CREATE-BANK-ACCOUNT
           PERFORM CREATE-DEPENDENTS
           PERFORM CREATE-BENEFITS
           PERFORM CREATE-EMERGENCY-CONTACTS

           IF CREATES-CLEAN
               ADD 1 TO WS-CREATED-COUNT
           END-IF
           .

      * CREATE-EMERGENCY-CONTACTS: The phones and contacts, when the
      * bundle carried any.
       CREATE-EMERGENCY-CONTACTS.
           IF WS-BD-HAVE-P NOT = 'Y' AND WS-BD-EMC-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-EMGC-REQUEST
           SET OP-SET OF EMGC-SVC-REQ TO TRUE
           MOVE WS-NEW-EMP-ID TO EMP-ID OF IN-EMGC OF EMGC-SVC-REQ

           CALL 'EMGC-SVC' USING EMGC-SVC-REQ EMGC-SVC-RES

           IF NOT OK OF EMGC-SVC-RES
               SET CREATE-BROKE TO TRUE
               MOVE SPACES TO ERROR-RECORD
               STRING '  EMGC-SVC: '
                      STATUS-MSG OF EMGC-SVC-RES(1:120)
                   DELIMITED BY SIZE INTO ERROR-RECORD
               WRITE ERROR-RECORD
           END-IF
           .

      * LOAD-EMGC-REQUEST: The bundle's phones and contacts into
      * IN-EMGC; the caller sets the operation.
       LOAD-EMGC-REQUEST.
           INITIALIZE EMGC-SVC-REQ
           INITIALIZE EMGC-SVC-RES
           MOVE 'ONBOARD' TO USER-ID OF EMGC-SVC-REQ
           MOVE SPACES TO CORR-ID OF EMGC-SVC-REQ
           MOVE WS-BD-MOBILE
               TO EMP-MOBILE-PHONE OF IN-EMGC OF EMGC-SVC-REQ
           MOVE WS-BD-HOME-PHONE
               TO EMP-HOME-PHONE OF IN-EMGC OF EMGC-SVC-REQ
           IF WS-BD-EMC-COUNT >= 1
               MOVE WS-BD-EMC-NAME(1)
                   TO CONTACT-1-NAME OF IN-EMGC OF EMGC-SVC-REQ
               MOVE WS-BD-EMC-REL(1)
                   TO CONTACT-1-RELATION OF IN-EMGC OF EMGC-SVC-REQ
               MOVE WS-BD-EMC-PHONE(1)
                   TO CONTACT-1-PHONE OF IN-EMGC OF EMGC-SVC-REQ
               MOVE WS-BD-EMC-ALT(1)
                   TO CONTACT-1-ALT-PHONE OF IN-EMGC OF EMGC-SVC-REQ
           END-IF
           IF WS-BD-EMC-COUNT >= 2
               MOVE WS-BD-EMC-NAME(2)
                   TO CONTACT-2-NAME OF IN-EMGC OF EMGC-SVC-REQ
               MOVE WS-BD-EMC-REL(2)
                   TO CONTACT-2-RELATION OF IN-EMGC OF EMGC-SVC-REQ
               MOVE WS-BD-EMC-PHONE(2)
                   TO CONTACT-2-PHONE OF IN-EMGC OF EMGC-SVC-REQ
               MOVE WS-BD-EMC-ALT(2)
                   TO CONTACT-2-ALT-PHONE OF IN-EMGC OF EMGC-SVC-REQ
           END-IF
           .

       EXTRACT-CSV-FIELD.
      *    Extract next CSV field from WS-CSV-BUFFER - empty fields
      *    and the uncapped last field handled the way REVSAL
